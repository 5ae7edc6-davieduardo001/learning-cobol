000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENOPEN.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - BENEFITS OPEN ENROLLMENT. APPLIES
000100*                   ENROLL/END TRANSACTIONS FROM BENTRAN TO THE
000110*                   INDEXED BENENRL ENROLLMENT FILE - PLAN,
000120*                   COVERAGE TIER, EFFECTIVE AND END DATES AND
000130*                   DEPENDENTS - AND SETS THE MATCHING DEDMAST
000140*                   DEDUCTION FROM THE BENRATE PLAN RATE TABLE.
000150*                   ENROLLING IN A PLAN ENDS ANY OTHER PLAN THE
000160*                   EMPLOYEE HOLDS UNDER THE SAME DEDUCTION CODE
000170*                   THE DAY BEFORE. A RATE DATED AHEAD OF THE
000180*                   BUSINESS DATE GOES TO DEDFUT FOR DEDMAINT TO
000190*                   APPLY WHEN THE DATE ARRIVES. EVERY CHANGE IS
000200*                   FLAGGED FOR THE CARRIER'S WEEKLY BENELIG
000210*                   EXTRACT. THE RUN REQUIRES AN OPERATOR SIGN-ON
000220*                   AUTHORIZED FOR BENOPEN, JOURNALS APPLIED
000230*                   ACTIONS THROUGH JRNLWRIT AND REGISTERS IN THE
000240*                   FILELOCK IN-USE CONTROL WHILE IT HOLDS BENENRL
000250*                   AND DEDMAST.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BENENRL     ASSIGN TO BENENRL
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS BE-KEY
000340         FILE STATUS IS WS-BEN-STATUS.
000350     SELECT DEDMAST     ASSIGN TO DEDMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DD-KEY
000390         FILE STATUS IS WS-DED-STATUS.
000400     SELECT EMPMAST     ASSIGN TO EMPMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ER-SSnum
000440         FILE STATUS IS WS-EMP-STATUS.
000450     SELECT BENRATE-IN  ASSIGN TO BENRATE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RATE-STATUS.
000480     SELECT BENTRAN-IN  ASSIGN TO BENTRAN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TRAN-STATUS.
000510     SELECT DEFER-OUT   ASSIGN TO DEDFUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FUT-STATUS.
000540     SELECT MAINT-RPT   ASSIGN TO BENMRPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BENENRL.
000600     COPY "BENENRL.cpy".
000610
000620 FD  DEDMAST.
000630     COPY "DEDMAST.cpy".
000640
000650 FD  EMPMAST.
000660     COPY "EMPLOYEE.cpy".
000670
000680*----PLAN RATE TABLE - ONE ROW PER PLAN: THE CARRIER, THE
000690*----DEDMAST DEDUCTION CODE AND PRIORITY IT PRICES, AND THE
000700*----PER-PAY-PERIOD EMPLOYEE COST FOR EACH COVERAGE TIER.
000710 FD  BENRATE-IN.
000720 01  BENRATE-REC.
000730     05  BR-PLAN            PIC X(6).
000740     05  BR-CARRIER         PIC X(6).
000750     05  BR-DED-CODE        PIC X(3).
000760     05  BR-PRIORITY        PIC 9(2).
000770     05  BR-RATE-EE         PIC 9(3)V99.
000780     05  BR-RATE-ES         PIC 9(3)V99.
000790     05  BR-RATE-EC         PIC 9(3)V99.
000800     05  BR-RATE-FA         PIC 9(3)V99.
000810
000820*----E ENROLLS THE EMPLOYEE IN THE PLAN AS OF THE DATE GIVEN, OR
000830*----CHANGES THE TIER AND DEPENDENTS OF A RUNNING ENROLLMENT AS
000840*----OF THAT DATE. X ENDS THE COVERAGE - THE DATE IS THE LAST
000850*----DAY COVERED, AND THE DEDUCTION STOPS ON IT.
000860 FD  BENTRAN-IN.
000870 01  BENTRAN-REC.
000880     05  BT-ACTION          PIC X(1).
000890         88  BT-ENROLL-ACTION    VALUE "E".
000900         88  BT-END-ACTION       VALUE "X".
000910     05  BT-SSN             PIC 9(9).
000920     05  BT-PLAN            PIC X(6).
000930     05  BT-TIER            PIC X(2).
000940     05  BT-DATE            PIC 9(8).
000950     05  BT-DEP-COUNT       PIC 9(1).
000960     05  BT-DEPENDENT       OCCURS 6 TIMES.
000970         10  BT-DEP-NAME    PIC X(14).
000980         10  BT-DEP-REL     PIC X(1).
000990         10  BT-DEP-BIRTH   PIC 9(8).
001000
001010*----SAME LAYOUT AS DEDMAINT'S DEDTRAN - DEDFUT IS FED BACK IN
001020*----AS DEDTRAN ONCE THE EFFECTIVE DATE ARRIVES.
001030 FD  DEFER-OUT.
001040 01  DEFER-REC.
001050     05  DF-ACTION          PIC X(1).
001060     05  DF-SSN             PIC 9(9).
001070     05  DF-CODE            PIC X(3).
001080     05  DF-METHOD          PIC X(1).
001090     05  DF-RATE            PIC 9(3)V99.
001100     05  DF-PRIORITY        PIC 9(2).
001110     05  DF-STOP-DATE       PIC 9(8).
001120     05  DF-EFF-DATE        PIC 9(8).
001130     05  DF-SUPP-FLAG       PIC X(1).
001140
001150 FD  MAINT-RPT.
001160 01  MAINT-RPT-REC          PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-BEN-STATUS          PIC X(2) VALUE SPACES.
001200 01  WS-DED-STATUS          PIC X(2) VALUE SPACES.
001210 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
001220 01  WS-RATE-STATUS         PIC X(2) VALUE SPACES.
001230 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
001240 01  WS-FUT-STATUS          PIC X(2) VALUE SPACES.
001250 01  WS-FILES-OPEN-SW       PIC X(1) VALUE "N".
001260     88  RUN-FILES-OPEN         VALUE "Y".
001270 01  WS-BEN-LOCK-SW         PIC X(1) VALUE "N".
001280     88  BENENRL-LOCKED         VALUE "Y".
001290 01  WS-DED-LOCK-SW         PIC X(1) VALUE "N".
001300     88  DEDMAST-LOCKED         VALUE "Y".
001310 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
001320     88  NO-MORE-TRANS          VALUE "Y".
001330 01  WS-RATE-EOF-SW         PIC X(1) VALUE "N".
001340     88  END-OF-RATES           VALUE "Y".
001350 01  WS-SCAN-EOF-SW         PIC X(1) VALUE "N".
001360     88  END-OF-EMP-PLANS       VALUE "Y".
001370 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
001380     88  TRAN-IS-VALID          VALUE "Y".
001390 01  WS-ENRL-FOUND-SW       PIC X(1) VALUE "N".
001400     88  ENROLLMENT-FOUND       VALUE "Y".
001410 01  WS-DED-FOUND-SW        PIC X(1) VALUE "N".
001420     88  DEDUCTION-FOUND        VALUE "Y".
001430 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
001440 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
001450 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
001460 01  WS-ENDED-COUNT         PIC 9(5) COMP VALUE 0.
001470 01  WS-DEFER-COUNT         PIC 9(5) COMP VALUE 0.
001480 01  WS-BUS-DATE            PIC 9(8) VALUE 0.
001490 01  WS-RUN-RC              PIC 9(4) VALUE 0.
001500 01  WS-END-BEFORE          PIC 9(8) VALUE 0.
001510 01  WS-TIER-RATE           PIC 9(3)V99 VALUE 0.
001520 01  WS-SPOUSE-COUNT        PIC 9(1) VALUE 0.
001530 01  WS-CHILD-COUNT         PIC 9(1) VALUE 0.
001540 01  WS-DEP-IX              PIC 9(2) COMP VALUE 0.
001550 01  WS-SAVE-KEY            PIC X(15) VALUE SPACES.
001560*----PLAN RATE TABLE FROM BENRATE
001570 01  WS-PLAN-COUNT          PIC 9(3) COMP VALUE 0.
001580 01  WS-PLAN-TABLE.
001590     05  WS-PLAN-ENTRY      OCCURS 50 TIMES
001600                            INDEXED BY PL-IDX.
001610         10  WS-P-PLAN      PIC X(6).
001620         10  WS-P-CARRIER   PIC X(6).
001630         10  WS-P-DED-CODE  PIC X(3).
001640         10  WS-P-PRIORITY  PIC 9(2).
001650         10  WS-P-RATE-EE   PIC 9(3)V99.
001660         10  WS-P-RATE-ES   PIC 9(3)V99.
001670         10  WS-P-RATE-EC   PIC 9(3)V99.
001680         10  WS-P-RATE-FA   PIC 9(3)V99.
001690 01  WS-PLAN-FOUND-SW       PIC X(1) VALUE "N".
001700     88  PLAN-FOUND             VALUE "Y".
001710*----DATE ARITHMETIC - THE DAY BEFORE WS-DT-DATE
001720 01  WS-DT-DATE             PIC 9(8) VALUE 0.
001730 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001740     05  WS-DT-YEAR         PIC 9(4).
001750     05  WS-DT-MONTH        PIC 9(2).
001760     05  WS-DT-DAY          PIC 9(2).
001770 01  WS-DT-MONTH-END        PIC 9(2) VALUE 0.
001780 01  WS-DT-QUOT             PIC 9(4) VALUE 0.
001790 01  WS-DT-REM4             PIC 9(4) VALUE 0.
001800 01  WS-DT-REM100           PIC 9(4) VALUE 0.
001810 01  WS-DT-REM400           PIC 9(4) VALUE 0.
001820 01  WS-MONTH-DAYS-LIT      PIC X(24)
001830         VALUE "312831303130313130313031".
001840 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001850     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
001860*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001870 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "BENOPEN".
001880 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
001890 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
001900 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
001910 01  WS-LOCK-FILE           PIC X(8) VALUE SPACES.
001920 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001930 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001940*----OPERATOR SIGN-ON - SEE SIGNON
001950 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
001960 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "BENOPEN".
001970 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
001980 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
001990 01  WS-OUT-LINE.
002000     05  OL-ACTION          PIC X(1).
002010     05  FILLER             PIC X(1) VALUE SPACE.
002020     05  OL-SSN             PIC 9(9).
002030     05  FILLER             PIC X(1) VALUE SPACE.
002040     05  OL-PLAN            PIC X(6).
002050     05  FILLER             PIC X(1) VALUE SPACE.
002060     05  OL-TIER            PIC X(2).
002070     05  FILLER             PIC X(1) VALUE SPACE.
002080     05  OL-DATE            PIC 9(8).
002090     05  FILLER             PIC X(1) VALUE SPACE.
002100     05  OL-RATE            PIC ZZ9.99.
002110     05  FILLER             PIC X(1) VALUE SPACE.
002120     05  OL-DISPOSITION     PIC X(8).
002130     05  FILLER             PIC X(1) VALUE SPACE.
002140     05  OL-REASON          PIC X(30).
002150
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 0500-SIGN-ON THRU 0500-EXIT
002190     IF WS-SIGNON-RESULT NOT = "G"
002200         GOBACK
002210     END-IF
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002230     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
002240         UNTIL NO-MORE-TRANS
002250     PERFORM 3000-TERMINATE THRU 3000-EXIT
002260     GOBACK.
002270
002280*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
002290*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
002300*----NOTHING AND APPLIES NOTHING.
002310 0500-SIGN-ON.
002320     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
002330         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
002340         WS-SIGNON-RESULT
002350     IF WS-SIGNON-RESULT NOT = "G"
002360         DISPLAY "BENOPEN: SIGN-ON REFUSED - NOTHING APPLIED"
002370         MOVE 12 TO RETURN-CODE
002380     END-IF.
002390 0500-EXIT.
002400     EXIT.
002410
002420*----RESERVE BENENRL AND DEDMAST BEFORE ANY UPDATE - BAIL
002430*----CLEANLY IF ANOTHER PROGRAM HOLDS EITHER ONE. NO RATE TABLE
002440*----OR NO EMPLOYEE MASTER LEAVES NOTHING THAT CAN BE PRICED OR
002450*----CHECKED, AND THE RUN REFUSES.
002460 1000-INITIALIZE.
002470     MOVE "Y" TO WS-TRAN-EOF-SW
002480     CALL "GETBDATE" USING WS-BUS-DATE
002490     MOVE "R" TO WS-LOCK-ACTION
002500     MOVE "BENENRL" TO WS-LOCK-FILE
002510     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002520         WS-LOCK-ACTION, WS-LOCK-RESULT
002530     IF WS-LOCK-RESULT = "B"
002540         DISPLAY "BENOPEN: BENENRL IS IN USE BY ANOTHER "
002550             "PROGRAM - TRY AGAIN LATER"
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF
002590     MOVE "Y" TO WS-BEN-LOCK-SW
002600     MOVE "DEDMAST" TO WS-LOCK-FILE
002610     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002620         WS-LOCK-ACTION, WS-LOCK-RESULT
002630     IF WS-LOCK-RESULT = "B"
002640         DISPLAY "BENOPEN: DEDMAST IS IN USE BY ANOTHER "
002650             "PROGRAM - TRY AGAIN LATER"
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 1000-EXIT
002680     END-IF
002690     MOVE "Y" TO WS-DED-LOCK-SW
002700     PERFORM 1400-LOAD-RATES THRU 1400-EXIT
002710     IF WS-PLAN-COUNT = 0
002720         DISPLAY "BENOPEN: NO BENRATE PLAN RATES - RUN REFUSED"
002730         MOVE 12 TO RETURN-CODE
002740         GO TO 1000-EXIT
002750     END-IF
002760     OPEN INPUT EMPMAST
002770     IF WS-EMP-STATUS NOT = "00"
002780         DISPLAY "BENOPEN: UNABLE TO OPEN EMPMAST - STATUS "
002790             WS-EMP-STATUS " - RUN REFUSED"
002800         MOVE 12 TO RETURN-CODE
002810         GO TO 1000-EXIT
002820     END-IF
002830     OPEN I-O BENENRL
002840*----THE FIRST ENROLLMENT SEASON CREATES THE FILE
002850     IF WS-BEN-STATUS = "35"
002860         CLOSE BENENRL
002870         OPEN OUTPUT BENENRL
002880         CLOSE BENENRL
002890         OPEN I-O BENENRL
002900     END-IF
002910     OPEN I-O DEDMAST
002920     IF WS-DED-STATUS = "35"
002930         CLOSE DEDMAST
002940         OPEN OUTPUT DEDMAST
002950         CLOSE DEDMAST
002960         OPEN I-O DEDMAST
002970     END-IF
002980     IF WS-BEN-STATUS NOT = "00" OR WS-DED-STATUS NOT = "00"
002990         DISPLAY "BENOPEN: UNABLE TO OPEN BENENRL/DEDMAST - "
003000             "STATUS " WS-BEN-STATUS "/" WS-DED-STATUS
003010         CLOSE EMPMAST
003020         MOVE 12 TO RETURN-CODE
003030         GO TO 1000-EXIT
003040     END-IF
003050     OPEN EXTEND DEFER-OUT
003060     IF WS-FUT-STATUS = "35"
003070         OPEN OUTPUT DEFER-OUT
003080     END-IF
003090     OPEN OUTPUT MAINT-RPT
003100     MOVE "Y" TO WS-FILES-OPEN-SW
003110     OPEN INPUT BENTRAN-IN
003120     IF WS-TRAN-STATUS NOT = "00"
003130         DISPLAY "BENOPEN: NO ENROLLMENT TRANSACTIONS - "
003140             "NOTHING TO DO"
003150         GO TO 1000-EXIT
003160     END-IF
003170     MOVE "N" TO WS-TRAN-EOF-SW
003180     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210
003220 1100-READ-TRAN.
003230     READ BENTRAN-IN
003240         AT END MOVE "Y" TO WS-TRAN-EOF-SW
003250     END-READ.
003260 1100-EXIT.
003270     EXIT.
003280
003290 1400-LOAD-RATES.
003300     OPEN INPUT BENRATE-IN
003310     IF WS-RATE-STATUS NOT = "00"
003320         GO TO 1400-EXIT
003330     END-IF
003340     PERFORM 1450-LOAD-ONE-RATE THRU 1450-EXIT
003350         UNTIL END-OF-RATES OR WS-PLAN-COUNT >= 50
003360     CLOSE BENRATE-IN.
003370 1400-EXIT.
003380     EXIT.
003390
003400 1450-LOAD-ONE-RATE.
003410     READ BENRATE-IN
003420         AT END MOVE "Y" TO WS-RATE-EOF-SW
003430     END-READ
003440     IF NOT END-OF-RATES
003450         ADD 1 TO WS-PLAN-COUNT
003460         SET PL-IDX TO WS-PLAN-COUNT
003470         MOVE BR-PLAN TO WS-P-PLAN(PL-IDX)
003480         MOVE BR-CARRIER TO WS-P-CARRIER(PL-IDX)
003490         MOVE BR-DED-CODE TO WS-P-DED-CODE(PL-IDX)
003500         MOVE BR-PRIORITY TO WS-P-PRIORITY(PL-IDX)
003510         MOVE BR-RATE-EE TO WS-P-RATE-EE(PL-IDX)
003520         MOVE BR-RATE-ES TO WS-P-RATE-ES(PL-IDX)
003530         MOVE BR-RATE-EC TO WS-P-RATE-EC(PL-IDX)
003540         MOVE BR-RATE-FA TO WS-P-RATE-FA(PL-IDX)
003550     END-IF.
003560 1450-EXIT.
003570     EXIT.
003580
003590 2000-APPLY-TRAN.
003600     MOVE 0 TO WS-TIER-RATE
003610     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
003620     IF TRAN-IS-VALID
003630         EVALUATE TRUE
003640             WHEN BT-ENROLL-ACTION
003650                 PERFORM 2300-END-OTHER-PLANS THRU 2300-EXIT
003660                 PERFORM 2200-ENROLL THRU 2200-EXIT
003670                 IF TRAN-IS-VALID
003680                     PERFORM 2500-PRICE-DEDUCTION
003690                         THRU 2500-EXIT
003700                 END-IF
003710             WHEN BT-END-ACTION
003720                 PERFORM 2400-END-COVERAGE THRU 2400-EXIT
003730         END-EVALUATE
003740     END-IF
003750     IF TRAN-IS-VALID
003760         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
003770     ELSE
003780         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
003790     END-IF
003800     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-EDIT-TRAN.
003850     MOVE "Y" TO WS-TRAN-VALID-SW
003860     MOVE SPACES TO WS-REJECT-REASON
003870     IF NOT BT-ENROLL-ACTION AND NOT BT-END-ACTION
003880         MOVE "N" TO WS-TRAN-VALID-SW
003890         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003900         GO TO 2100-EXIT
003910     END-IF
003920     IF BT-SSN NOT NUMERIC OR BT-SSN = ZERO
003930         MOVE "N" TO WS-TRAN-VALID-SW
003940         MOVE "SSN MISSING OR NOT NUMERIC" TO WS-REJECT-REASON
003950         GO TO 2100-EXIT
003960     END-IF
003970     IF BT-DATE NOT NUMERIC OR BT-DATE = ZERO
003980         MOVE "N" TO WS-TRAN-VALID-SW
003990         MOVE "DATE MISSING" TO WS-REJECT-REASON
004000         GO TO 2100-EXIT
004010     END-IF
004020     PERFORM 2150-FIND-PLAN THRU 2150-EXIT
004030     IF NOT PLAN-FOUND
004040         MOVE "N" TO WS-TRAN-VALID-SW
004050         MOVE "PLAN NOT ON BENRATE" TO WS-REJECT-REASON
004060         GO TO 2100-EXIT
004070     END-IF
004080     IF BT-END-ACTION
004090         GO TO 2100-EXIT
004100     END-IF
004110*----ONLY A CURRENT EMPLOYEE CAN BE ENROLLED
004120     MOVE BT-SSN TO ER-SSnum
004130     READ EMPMAST
004140         INVALID KEY
004150             MOVE "N" TO WS-TRAN-VALID-SW
004160             MOVE "SSN NOT ON EMPMAST" TO WS-REJECT-REASON
004170     END-READ
004180     IF NOT TRAN-IS-VALID
004190         GO TO 2100-EXIT
004200     END-IF
004210     IF ER-TERMINATED
004220         MOVE "N" TO WS-TRAN-VALID-SW
004230         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
004240         GO TO 2100-EXIT
004250     END-IF
004260     PERFORM 2160-EDIT-DEPENDENTS THRU 2160-EXIT.
004270 2100-EXIT.
004280     EXIT.
004290
004300 2150-FIND-PLAN.
004310     MOVE "N" TO WS-PLAN-FOUND-SW
004320     SET PL-IDX TO 1
004330     SEARCH WS-PLAN-ENTRY
004340         AT END
004350             MOVE "N" TO WS-PLAN-FOUND-SW
004360         WHEN PL-IDX > WS-PLAN-COUNT
004370             MOVE "N" TO WS-PLAN-FOUND-SW
004380         WHEN WS-P-PLAN(PL-IDX) = BT-PLAN
004390             MOVE "Y" TO WS-PLAN-FOUND-SW
004400     END-SEARCH.
004410 2150-EXIT.
004420     EXIT.
004430
004440*----THE DEPENDENTS MUST FIT THE TIER - NONE FOR EE, THE SPOUSE
004450*----ALONE FOR ES, CHILDREN ALONE FOR EC, BOTH FOR FA. THE TIER
004460*----ALSO PICKS THE RATE.
004470 2160-EDIT-DEPENDENTS.
004480     IF BT-DEP-COUNT NOT NUMERIC OR BT-DEP-COUNT > 6
004490         MOVE "N" TO WS-TRAN-VALID-SW
004500         MOVE "DEPENDENT COUNT NOT 0-6" TO WS-REJECT-REASON
004510         GO TO 2160-EXIT
004520     END-IF
004530     MOVE 0 TO WS-SPOUSE-COUNT
004540     MOVE 0 TO WS-CHILD-COUNT
004550     PERFORM 2170-EDIT-ONE-DEPENDENT THRU 2170-EXIT
004560         VARYING WS-DEP-IX FROM 1 BY 1
004570         UNTIL WS-DEP-IX > BT-DEP-COUNT
004580     IF NOT TRAN-IS-VALID
004590         GO TO 2160-EXIT
004600     END-IF
004610     IF WS-SPOUSE-COUNT > 1
004620         MOVE "N" TO WS-TRAN-VALID-SW
004630         MOVE "MORE THAN ONE SPOUSE" TO WS-REJECT-REASON
004640         GO TO 2160-EXIT
004650     END-IF
004660     EVALUATE BT-TIER
004670         WHEN "EE"
004680             IF BT-DEP-COUNT NOT = 0
004690                 MOVE "N" TO WS-TRAN-VALID-SW
004700             END-IF
004710             MOVE WS-P-RATE-EE(PL-IDX) TO WS-TIER-RATE
004720         WHEN "ES"
004730             IF WS-SPOUSE-COUNT NOT = 1 OR WS-CHILD-COUNT > 0
004740                 MOVE "N" TO WS-TRAN-VALID-SW
004750             END-IF
004760             MOVE WS-P-RATE-ES(PL-IDX) TO WS-TIER-RATE
004770         WHEN "EC"
004780             IF WS-SPOUSE-COUNT > 0 OR WS-CHILD-COUNT = 0
004790                 MOVE "N" TO WS-TRAN-VALID-SW
004800             END-IF
004810             MOVE WS-P-RATE-EC(PL-IDX) TO WS-TIER-RATE
004820         WHEN "FA"
004830             IF WS-SPOUSE-COUNT NOT = 1 OR WS-CHILD-COUNT = 0
004840                 MOVE "N" TO WS-TRAN-VALID-SW
004850             END-IF
004860             MOVE WS-P-RATE-FA(PL-IDX) TO WS-TIER-RATE
004870         WHEN OTHER
004880             MOVE "N" TO WS-TRAN-VALID-SW
004890             MOVE "TIER NOT EE, ES, EC OR FA"
004900                 TO WS-REJECT-REASON
004910             GO TO 2160-EXIT
004920     END-EVALUATE
004930     IF NOT TRAN-IS-VALID
004940         MOVE "DEPENDENTS DO NOT FIT TIER" TO WS-REJECT-REASON
004950     END-IF.
004960 2160-EXIT.
004970     EXIT.
004980
004990 2170-EDIT-ONE-DEPENDENT.
005000     IF BT-DEP-NAME(WS-DEP-IX) = SPACES
005010         OR BT-DEP-BIRTH(WS-DEP-IX) NOT NUMERIC
005020         MOVE "N" TO WS-TRAN-VALID-SW
005030         MOVE "DEPENDENT NAME/BIRTH MISSING"
005040             TO WS-REJECT-REASON
005050         GO TO 2170-EXIT
005060     END-IF
005070     EVALUATE BT-DEP-REL(WS-DEP-IX)
005080         WHEN "S"
005090             ADD 1 TO WS-SPOUSE-COUNT
005100         WHEN "C"
005110             ADD 1 TO WS-CHILD-COUNT
005120         WHEN OTHER
005130             MOVE "N" TO WS-TRAN-VALID-SW
005140             MOVE "DEPENDENT NOT S OR C" TO WS-REJECT-REASON
005150     END-EVALUATE.
005160 2170-EXIT.
005170     EXIT.
005180
005190*----A RUNNING ENROLLMENT IN THE PLAN CHANGES TIER AND
005200*----DEPENDENTS; AN ENDED ONE, OR NONE, STARTS NEW COVERAGE.
005210 2200-ENROLL.
005220     MOVE BT-SSN TO BE-SSN
005230     MOVE BT-PLAN TO BE-PLAN
005240     MOVE "Y" TO WS-ENRL-FOUND-SW
005250     READ BENENRL
005260         INVALID KEY
005270             MOVE "N" TO WS-ENRL-FOUND-SW
005280     END-READ
005290     IF ENROLLMENT-FOUND
005300         MOVE BenEnrlRec TO WS-BEFORE-IMAGE
005310         MOVE "C" TO WS-JRNL-ACTION
005320     ELSE
005330         MOVE SPACES TO WS-BEFORE-IMAGE
005340         MOVE "A" TO WS-JRNL-ACTION
005350         MOVE SPACES TO BenEnrlRec
005360         MOVE BT-SSN TO BE-SSN
005370         MOVE BT-PLAN TO BE-PLAN
005380         MOVE 0 TO BE-END-DATE
005390         MOVE 0 TO BE-LAST-SENT
005400     END-IF
005410     IF ENROLLMENT-FOUND AND BE-END-DATE = 0
005420         IF NOT BE-SEND-ADD
005430             MOVE "C" TO BE-SEND-FLAG
005440         END-IF
005450     ELSE
005460         MOVE BT-DATE TO BE-EFF-DATE
005470         MOVE 0 TO BE-END-DATE
005480         MOVE "A" TO BE-SEND-FLAG
005490     END-IF
005500     MOVE WS-P-CARRIER(PL-IDX) TO BE-CARRIER
005510     MOVE WS-P-DED-CODE(PL-IDX) TO BE-DED-CODE
005520     MOVE BT-TIER TO BE-TIER
005530     MOVE BT-DATE TO BE-CHG-DATE
005540     MOVE BT-DEP-COUNT TO BE-DEP-COUNT
005550     PERFORM 2250-MOVE-ONE-DEPENDENT THRU 2250-EXIT
005560         VARYING WS-DEP-IX FROM 1 BY 1
005570         UNTIL WS-DEP-IX > 6
005580     IF ENROLLMENT-FOUND
005590         REWRITE BenEnrlRec
005600             INVALID KEY
005610                 MOVE "N" TO WS-TRAN-VALID-SW
005620                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
005630         END-REWRITE
005640     ELSE
005650         WRITE BenEnrlRec
005660             INVALID KEY
005670                 MOVE "N" TO WS-TRAN-VALID-SW
005680                 MOVE "WRITE FAILED" TO WS-REJECT-REASON
005690         END-WRITE
005700     END-IF
005710     IF TRAN-IS-VALID
005720         MOVE BenEnrlRec TO WS-AFTER-IMAGE
005730         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
005740             WS-JRNL-ACTION, WS-BEFORE-IMAGE,
005750             WS-AFTER-IMAGE
005760     END-IF.
005770 2200-EXIT.
005780     EXIT.
005790
005800 2250-MOVE-ONE-DEPENDENT.
005810     IF WS-DEP-IX > BT-DEP-COUNT
005820         MOVE SPACES TO BE-DEP-NAME(WS-DEP-IX)
005830         MOVE SPACE TO BE-DEP-REL(WS-DEP-IX)
005840         MOVE 0 TO BE-DEP-BIRTH(WS-DEP-IX)
005850     ELSE
005860         MOVE BT-DEP-NAME(WS-DEP-IX) TO BE-DEP-NAME(WS-DEP-IX)
005870         MOVE BT-DEP-REL(WS-DEP-IX) TO BE-DEP-REL(WS-DEP-IX)
005880         MOVE BT-DEP-BIRTH(WS-DEP-IX)
005890             TO BE-DEP-BIRTH(WS-DEP-IX)
005900     END-IF.
005910 2250-EXIT.
005920     EXIT.
005930
005940*----A NEW PLAN UNDER THE SAME DEDUCTION CODE REPLACES THE OLD
005950*----ONE - THE OLD COVERAGE ENDS THE DAY BEFORE THE NEW STARTS.
005960 2300-END-OTHER-PLANS.
005970     MOVE BT-DATE TO WS-DT-DATE
005980     PERFORM 9100-DAY-BEFORE THRU 9100-EXIT
005990     MOVE WS-DT-DATE TO WS-END-BEFORE
006000     MOVE "N" TO WS-SCAN-EOF-SW
006010     MOVE BT-SSN TO BE-SSN
006020     MOVE LOW-VALUES TO BE-PLAN
006030     START BENENRL KEY IS NOT LESS THAN BE-KEY
006040         INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
006050     END-START
006060     PERFORM 2350-END-ONE-OTHER-PLAN THRU 2350-EXIT
006070         UNTIL END-OF-EMP-PLANS.
006080 2300-EXIT.
006090     EXIT.
006100
006110 2350-END-ONE-OTHER-PLAN.
006120     READ BENENRL NEXT RECORD
006130         AT END MOVE "Y" TO WS-SCAN-EOF-SW
006140     END-READ
006150     IF END-OF-EMP-PLANS
006160         GO TO 2350-EXIT
006170     END-IF
006180     IF BE-SSN NOT = BT-SSN
006190         MOVE "Y" TO WS-SCAN-EOF-SW
006200         GO TO 2350-EXIT
006210     END-IF
006220     IF BE-PLAN = BT-PLAN OR BE-END-DATE NOT = 0
006230         OR BE-DED-CODE NOT = WS-P-DED-CODE(PL-IDX)
006240         GO TO 2350-EXIT
006250     END-IF
006260     MOVE BenEnrlRec TO WS-BEFORE-IMAGE
006270     MOVE WS-END-BEFORE TO BE-END-DATE
006280     MOVE "T" TO BE-SEND-FLAG
006290     REWRITE BenEnrlRec
006300         INVALID KEY
006310             GO TO 2350-EXIT
006320     END-REWRITE
006330     MOVE "C" TO WS-JRNL-ACTION
006340     MOVE BenEnrlRec TO WS-AFTER-IMAGE
006350     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
006360         WS-BEFORE-IMAGE, WS-AFTER-IMAGE
006370     ADD 1 TO WS-ENDED-COUNT
006380     MOVE "X" TO OL-ACTION
006390     MOVE BE-SSN TO OL-SSN
006400     MOVE BE-PLAN TO OL-PLAN
006410     MOVE BE-TIER TO OL-TIER
006420     MOVE BE-END-DATE TO OL-DATE
006430     MOVE 0 TO OL-RATE
006440     MOVE "ENDED" TO OL-DISPOSITION
006450     MOVE "REPLACED BY NEW PLAN" TO OL-REASON
006460     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
006470 2350-EXIT.
006480     EXIT.
006490
006500*----THE PAYROLL RUN ALREADY HONORS DD-STOP-DATE, SO THE
006510*----DEDUCTION STOP IS SET NOW WHATEVER THE DATE.
006520 2400-END-COVERAGE.
006530     MOVE BT-SSN TO BE-SSN
006540     MOVE BT-PLAN TO BE-PLAN
006550     READ BENENRL
006560         INVALID KEY
006570             MOVE "N" TO WS-TRAN-VALID-SW
006580             MOVE "NOT ENROLLED IN PLAN" TO WS-REJECT-REASON
006590     END-READ
006600     IF NOT TRAN-IS-VALID
006610         GO TO 2400-EXIT
006620     END-IF
006630     IF BE-END-DATE NOT = 0
006640         MOVE "N" TO WS-TRAN-VALID-SW
006650         MOVE "COVERAGE ALREADY ENDED" TO WS-REJECT-REASON
006660         GO TO 2400-EXIT
006670     END-IF
006680     IF BT-DATE < BE-EFF-DATE
006690         MOVE "N" TO WS-TRAN-VALID-SW
006700         MOVE "END BEFORE EFFECTIVE DATE" TO WS-REJECT-REASON
006710         GO TO 2400-EXIT
006720     END-IF
006730     MOVE BenEnrlRec TO WS-BEFORE-IMAGE
006740     MOVE BT-DATE TO BE-END-DATE
006750     MOVE "T" TO BE-SEND-FLAG
006760     REWRITE BenEnrlRec
006770         INVALID KEY
006780             MOVE "N" TO WS-TRAN-VALID-SW
006790             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
006800             GO TO 2400-EXIT
006810     END-REWRITE
006820     MOVE "C" TO WS-JRNL-ACTION
006830     MOVE BenEnrlRec TO WS-AFTER-IMAGE
006840     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
006850         WS-BEFORE-IMAGE, WS-AFTER-IMAGE
006860     MOVE BT-SSN TO DD-SSN
006870     MOVE BE-DED-CODE TO DD-CODE
006880     READ DEDMAST
006890         INVALID KEY
006900             GO TO 2400-EXIT
006910     END-READ
006920     MOVE DeductRec TO WS-BEFORE-IMAGE
006930     MOVE BT-DATE TO DD-STOP-DATE
006940     REWRITE DeductRec
006950         INVALID KEY
006960             GO TO 2400-EXIT
006970     END-REWRITE
006980     MOVE DeductRec TO WS-AFTER-IMAGE
006990     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
007000         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
007010 2400-EXIT.
007020     EXIT.
007030
007040*----THE PLAN'S DEDUCTION CARRIES THE TIER RATE AS A FLAT
007050*----PER-PERIOD AMOUNT. A RATE DATED AHEAD OF THE BUSINESS DATE
007060*----IS WRITTEN TO DEDFUT AS A DEDTRAN ADD OR CHANGE INSTEAD.
007070 2500-PRICE-DEDUCTION.
007080     MOVE BT-SSN TO DD-SSN
007090     MOVE WS-P-DED-CODE(PL-IDX) TO DD-CODE
007100     MOVE "Y" TO WS-DED-FOUND-SW
007110     READ DEDMAST
007120         INVALID KEY
007130             MOVE "N" TO WS-DED-FOUND-SW
007140     END-READ
007150     IF BT-DATE > WS-BUS-DATE
007160         PERFORM 2550-DEFER-DEDUCTION THRU 2550-EXIT
007170         GO TO 2500-EXIT
007180     END-IF
007190     IF DEDUCTION-FOUND
007200         MOVE DeductRec TO WS-BEFORE-IMAGE
007210         MOVE "C" TO WS-JRNL-ACTION
007220     ELSE
007230         MOVE SPACES TO WS-BEFORE-IMAGE
007240         MOVE "A" TO WS-JRNL-ACTION
007250         MOVE BT-SSN TO DD-SSN
007260         MOVE WS-P-DED-CODE(PL-IDX) TO DD-CODE
007270         MOVE "N" TO DD-SUPP-FLAG
007280     END-IF
007290     MOVE "F" TO DD-METHOD
007300     MOVE WS-TIER-RATE TO DD-RATE
007310     MOVE WS-P-PRIORITY(PL-IDX) TO DD-PRIORITY
007320     MOVE 0 TO DD-STOP-DATE
007330     IF DEDUCTION-FOUND
007340         REWRITE DeductRec
007350             INVALID KEY
007360                 MOVE "N" TO WS-TRAN-VALID-SW
007370                 MOVE "DEDMAST REWRITE FAILED"
007380                     TO WS-REJECT-REASON
007390         END-REWRITE
007400     ELSE
007410         WRITE DeductRec
007420             INVALID KEY
007430                 MOVE "N" TO WS-TRAN-VALID-SW
007440                 MOVE "DEDMAST WRITE FAILED"
007450                     TO WS-REJECT-REASON
007460         END-WRITE
007470     END-IF
007480     IF TRAN-IS-VALID
007490         MOVE DeductRec TO WS-AFTER-IMAGE
007500         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
007510             WS-JRNL-ACTION, WS-BEFORE-IMAGE,
007520             WS-AFTER-IMAGE
007530     END-IF.
007540 2500-EXIT.
007550     EXIT.
007560
007570 2550-DEFER-DEDUCTION.
007580     IF DEDUCTION-FOUND
007590         MOVE "C" TO DF-ACTION
007600         MOVE DD-SUPP-FLAG TO DF-SUPP-FLAG
007610     ELSE
007620         MOVE "A" TO DF-ACTION
007630         MOVE "N" TO DF-SUPP-FLAG
007640     END-IF
007650     MOVE BT-SSN TO DF-SSN
007660     MOVE WS-P-DED-CODE(PL-IDX) TO DF-CODE
007670     MOVE "F" TO DF-METHOD
007680     MOVE WS-TIER-RATE TO DF-RATE
007690     MOVE WS-P-PRIORITY(PL-IDX) TO DF-PRIORITY
007700     MOVE 0 TO DF-STOP-DATE
007710     MOVE BT-DATE TO DF-EFF-DATE
007720     WRITE DEFER-REC
007730     ADD 1 TO WS-DEFER-COUNT.
007740 2550-EXIT.
007750     EXIT.
007760
007770 2600-REPORT-APPLIED.
007780     ADD 1 TO WS-APPLIED-COUNT
007790     MOVE BT-ACTION TO OL-ACTION
007800     MOVE BT-SSN TO OL-SSN
007810     MOVE BT-PLAN TO OL-PLAN
007820     MOVE BT-TIER TO OL-TIER
007830     MOVE BT-DATE TO OL-DATE
007840     MOVE WS-TIER-RATE TO OL-RATE
007850     MOVE "APPLIED" TO OL-DISPOSITION
007860     IF BT-ENROLL-ACTION AND BT-DATE > WS-BUS-DATE
007870         MOVE "RATE DEFERRED TO DEDFUT" TO OL-REASON
007880     ELSE
007890         MOVE SPACES TO OL-REASON
007900     END-IF
007910     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
007920 2600-EXIT.
007930     EXIT.
007940
007950 2700-REPORT-REJECT.
007960     ADD 1 TO WS-REJECT-COUNT
007970     MOVE BT-ACTION TO OL-ACTION
007980     MOVE BT-SSN TO OL-SSN
007990     MOVE BT-PLAN TO OL-PLAN
008000     MOVE BT-TIER TO OL-TIER
008010     MOVE BT-DATE TO OL-DATE
008020     MOVE 0 TO OL-RATE
008030     MOVE "REJECTED" TO OL-DISPOSITION
008040     MOVE WS-REJECT-REASON TO OL-REASON
008050     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
008060 2700-EXIT.
008070     EXIT.
008080
008090 3000-TERMINATE.
008100     DISPLAY "BENOPEN: TRANSACTIONS APPLIED - "
008110         WS-APPLIED-COUNT
008120     DISPLAY "BENOPEN: TRANSACTIONS REJECTED - "
008130         WS-REJECT-COUNT
008140     DISPLAY "BENOPEN: PLANS ENDED BY REPLACEMENT - "
008150         WS-ENDED-COUNT
008160     DISPLAY "BENOPEN: RATES DEFERRED TO DEDFUT - "
008170         WS-DEFER-COUNT
008180     IF RUN-FILES-OPEN
008190         CLOSE BENENRL
008200         CLOSE DEDMAST
008210         CLOSE EMPMAST
008220         CLOSE DEFER-OUT
008230         CLOSE MAINT-RPT
008240         IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
008250             CLOSE BENTRAN-IN
008260         END-IF
008270     END-IF
008280*----THE CLEAR CALLS HAND BACK ZERO - KEEP ANY REFUSAL CODE
008290*----SET DURING START-UP.
008300     MOVE RETURN-CODE TO WS-RUN-RC
008310     MOVE "C" TO WS-LOCK-ACTION
008320     IF BENENRL-LOCKED
008330         MOVE "BENENRL" TO WS-LOCK-FILE
008340         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
008350             WS-LOCK-ACTION, WS-LOCK-RESULT
008360     END-IF
008370     IF DEDMAST-LOCKED
008380         MOVE "DEDMAST" TO WS-LOCK-FILE
008390         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
008400             WS-LOCK-ACTION, WS-LOCK-RESULT
008410     END-IF
008420     MOVE WS-RUN-RC TO RETURN-CODE
008430     IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
008440         MOVE 4 TO RETURN-CODE
008450     END-IF.
008460 3000-EXIT.
008470     EXIT.
008480
008490*----THE DAY BEFORE WS-DT-DATE, ACROSS MONTH AND YEAR ENDS
008500 9100-DAY-BEFORE.
008510     IF WS-DT-DAY > 1
008520         SUBTRACT 1 FROM WS-DT-DAY
008530         GO TO 9100-EXIT
008540     END-IF
008550     IF WS-DT-MONTH = 1
008560         MOVE 12 TO WS-DT-MONTH
008570         SUBTRACT 1 FROM WS-DT-YEAR
008580     ELSE
008590         SUBTRACT 1 FROM WS-DT-MONTH
008600     END-IF
008610     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
008620     MOVE WS-DT-MONTH-END TO WS-DT-DAY.
008630 9100-EXIT.
008640     EXIT.
008650
008660*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
008670 9050-MONTH-LENGTH.
008680     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
008690     IF WS-DT-MONTH = 2
008700         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
008710             REMAINDER WS-DT-REM4
008720         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
008730             REMAINDER WS-DT-REM100
008740         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
008750             REMAINDER WS-DT-REM400
008760         IF WS-DT-REM4 = 0
008770             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
008780             MOVE 29 TO WS-DT-MONTH-END
008790         END-IF
008800     END-IF.
008810 9050-EXIT.
008820     EXIT.
