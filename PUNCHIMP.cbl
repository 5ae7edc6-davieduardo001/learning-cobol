000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PUNCHIMP.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - TIME CLOCK PUNCH IMPORT. READS THE
000100*                   RAW CLKPUNCH FILE (ONE SHIFT PER RECORD -
000110*                   PAYROLL ID, DATE, IN AND OUT PUNCH TIMES, AND
000120*                   THE CLOCK'S DEPARTMENT), ROUNDS EACH PUNCH TO
000130*                   THE NEAREST QUARTER HOUR, DEDUCTS THE UNPAID
000140*                   MEAL BREAK FROM A LONG SHIFT, AND WRITES THE
000150*                   HOURS TO VARTIME AS PENDING CARDS FOR
000160*                   TSAPPROV. HOURS ARE TOTALLED PER EMPLOYEE FOR
000170*                   THE OPEN PERIOD, ONE CARD PER WORKWEEK OF THE
000180*                   PERIOD SO THE PAYROLL RUN'S 40-HOUR OVERTIME
000190*                   TEST STAYS WEEKLY. MISSING PUNCHES,
000200*                   OVERLAPPING SHIFTS, AND PUNCHES FOR TERMINATED
000210*                   OR UNKNOWN PAYROLL IDS GO TO THE PUNCHEXC LIST
000220*                   FOR THE SUPERVISOR.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PUNCHCTL-IN ASSIGN TO PUNCHCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PCTL-STATUS.
000300     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PAYCO-STATUS.
000330     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PERIOD-STATUS.
000360     SELECT EMPMAST     ASSIGN TO EMPMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ER-SSnum
000400         FILE STATUS IS WS-EMP-STATUS.
000410     SELECT CLKPUNCH-IN ASSIGN TO CLKPUNCH
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PUNCH-STATUS.
000440     SELECT VARTIME-IO  ASSIGN TO VARTIME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TIME-STATUS.
000470     SELECT PUNCH-EXC   ASSIGN TO PUNCHEXC
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SORT-WORK   ASSIGN TO SORTWK.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----CONTROL CARD - THE UNPAID MEAL BREAK TAKEN FROM A SHIFT
000540*----LONGER THAN THE GIVEN NUMBER OF MINUTES. NO CARD MEANS A
000550*----30-MINUTE BREAK ON A SHIFT OVER SIX HOURS.
000560 FD  PUNCHCTL-IN.
000570 01  PUNCHCTL-REC.
000580     05  PK-MEAL-AFTER    PIC 9(3).
000590     05  PK-MEAL-MINUTES  PIC 9(3).
000600
000610*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
000620*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
000630 FD  PAYCOCTL-IN.
000640 01  PAYCOCTL-REC         PIC X(2).
000650
000660 FD  PERIOD-CTL.
000670 01  PERIOD-CTL-REC.
000680     05  PC-START         PIC 9(8).
000690     05  PC-END           PIC 9(8).
000700     05  PC-STATUS        PIC X(1).
000710     05  PC-COMPANY       PIC X(2).
000720
000730 FD  EMPMAST.
000740     COPY "EMPLOYEE.cpy".
000750
000760*----ONE SHIFT PER RECORD AS THE CLOCK EXPORTS IT. A PUNCH THE
000770*----CLOCK NEVER SAW IS LEFT BLANK. AN OUT TIME EARLIER THAN THE
000780*----IN TIME IS A SHIFT RUNNING PAST MIDNIGHT, WORKED ON THE DATE
000790*----IT STARTED.
000800 FD  CLKPUNCH-IN.
000810 01  CLKPUNCH-REC.
000820     05  PU-EMP-ID        PIC X(5).
000830     05  PU-DATE-X        PIC X(8).
000840     05  PU-DATE REDEFINES PU-DATE-X PIC 9(8).
000850     05  PU-IN-X          PIC X(4).
000860     05  PU-IN-TIME REDEFINES PU-IN-X.
000870         10  PU-IN-HH     PIC 9(2).
000880         10  PU-IN-MM     PIC 9(2).
000890     05  PU-OUT-X         PIC X(4).
000900     05  PU-OUT-TIME REDEFINES PU-OUT-X.
000910         10  PU-OUT-HH    PIC 9(2).
000920         10  PU-OUT-MM    PIC 9(2).
000930     05  PU-DEPT          PIC X(20).
000940
000950 FD  VARTIME-IO.
000960 01  TIMESHEET-REC.
000970     05  TS-WHO           PIC X(15).
000980     05  TS-WHERE         PIC X(20).
000990     05  TS-WHY           PIC X(30).
001000     05  TS-RATE          PIC 9(3).
001010     05  TS-HOURS         PIC 9(3).
001020     05  TS-EMP-ID        PIC X(5).
001030     05  TS-WORK-DATE     PIC 9(8).
001040     05  TS-APPROVAL      PIC X(1).
001050     05  TS-APPROVER      PIC X(5).
001060
001070 FD  PUNCH-EXC.
001080 01  PUNCH-EXC-REC        PIC X(80).
001090
001100*----ONE ACCEPTED SHIFT, MINUTES AFTER MIDNIGHT OF THE WORK DATE
001110*----WITH BOTH PUNCHES ROUNDED. AN OVERNIGHT OUT RUNS PAST 1440.
001120 SD  SORT-WORK.
001130 01  SORT-REC.
001140     05  SR-EMP-ID        PIC X(5).
001150     05  SR-DATE          PIC 9(8).
001160     05  SR-IN-MIN        PIC 9(4).
001170     05  SR-OUT-MIN       PIC 9(4).
001180     05  SR-IN-X          PIC X(4).
001190     05  SR-OUT-X         PIC X(4).
001200     05  SR-DEPT          PIC X(20).
001210     05  SR-EMP-IX        PIC 9(4).
001220
001230 WORKING-STORAGE SECTION.
001240 01  WS-PCTL-STATUS       PIC X(2) VALUE SPACES.
001250 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001260 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001270     88  NO-COMPANY-CARD      VALUE "Y".
001280 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001290 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001300 01  WS-PERIOD-EOF-SW     PIC X(1) VALUE "N".
001310     88  NO-MORE-PERIODS      VALUE "Y".
001320 01  WS-OPEN-FOUND-SW     PIC X(1) VALUE "N".
001330     88  OPEN-PERIOD-FOUND    VALUE "Y".
001340 01  WS-PERIOD-START      PIC 9(8) VALUE 0.
001350 01  WS-PERIOD-END        PIC 9(8) VALUE 0.
001360 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001370 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001380     88  NO-MORE-EMPLOYEES    VALUE "Y".
001390 01  WS-PUNCH-STATUS      PIC X(2) VALUE SPACES.
001400 01  WS-PUNCH-EOF-SW      PIC X(1) VALUE "N".
001410     88  NO-MORE-PUNCHES      VALUE "Y".
001420 01  WS-TIME-STATUS       PIC X(2) VALUE SPACES.
001430 01  WS-TIME-EOF-SW       PIC X(1) VALUE "N".
001440     88  NO-MORE-CARDS        VALUE "Y".
001450 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001460     88  END-OF-SORTED-SHIFTS VALUE "Y".
001470 01  WS-FIRST-SW          PIC X(1) VALUE "Y".
001480     88  FIRST-SORTED-SHIFT   VALUE "Y".
001490*----MEAL BREAK RULE FROM THE PUNCHCTL CARD
001500 01  WS-MEAL-AFTER        PIC 9(3) VALUE 360.
001510 01  WS-MEAL-MINUTES      PIC 9(3) VALUE 30.
001520*----THE IMPORT'S OWN CARDS CARRY THIS REASON, SO A RERUN CAN
001530*----TELL THEM FROM CARDS THE SUPERVISORS KEYED.
001540 01  WS-IMPORT-WHY        PIC X(30) VALUE "TIME CLOCK HOURS".
001550 01  WS-READ-COUNT        PIC 9(5) COMP VALUE 0.
001560 01  WS-SHIFT-COUNT       PIC 9(5) COMP VALUE 0.
001570 01  WS-CARD-COUNT        PIC 9(5) COMP VALUE 0.
001580 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001590 01  WS-TOTAL-HOURS       PIC 9(7) VALUE 0.
001600 01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.
001610*----PUNCH ROUNDING WORK AREAS
001620 01  WS-RAW-MIN           PIC 9(4) VALUE 0.
001630 01  WS-ROUND-MIN         PIC 9(4) VALUE 0.
001640 01  WS-QUARTERS          PIC 9(4) VALUE 0.
001650 01  WS-IN-MIN            PIC 9(4) VALUE 0.
001660 01  WS-OUT-MIN           PIC 9(4) VALUE 0.
001670 01  WS-SHIFT-MIN         PIC 9(4) VALUE 0.
001680*----CURRENT EMPLOYEE AND WORKWEEK IN THE CONTROL BREAK
001690 01  WS-CUR-EMP-ID        PIC X(5) VALUE SPACES.
001700 01  WS-CUR-EMP-IX        PIC 9(4) VALUE 0.
001710 01  WS-CUR-WEEK          PIC 9(1) VALUE 0.
001720 01  WS-CUR-DEPT          PIC X(20) VALUE SPACES.
001730 01  WS-WEEK-MINUTES      PIC 9(5) VALUE 0.
001740 01  WS-CARD-HOURS        PIC 9(3) VALUE 0.
001750 01  WS-SHIFT-WEEK        PIC 9(1) VALUE 0.
001760*----THE LAST SHIFT KEPT FOR THE EMPLOYEE - AN OVERNIGHT END
001770*----RUNS PAST 1440 AND REACHES INTO THE NEXT DAY'S DATE.
001780 01  WS-PREV-DATE         PIC 9(8) VALUE 0.
001790 01  WS-PREV-NEXT-DATE    PIC 9(8) VALUE 0.
001800 01  WS-PREV-END          PIC 9(4) VALUE 0.
001810 01  WS-OVERLAP-SW        PIC X(1) VALUE "N".
001820     88  SHIFT-OVERLAPS       VALUE "Y".
001830*----CALENDAR ARITHMETIC - ONE DAY FORWARD
001840 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001850 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001860     05  WS-DT-YEAR       PIC 9(4).
001870     05  WS-DT-MONTH      PIC 9(2).
001880     05  WS-DT-DAY        PIC 9(2).
001890 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001900 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001910 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001920 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001930 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001940 01  WS-DT-STEP           PIC 9(2) VALUE 0.
001950 01  WS-MONTH-DAYS-LIT    PIC X(24)
001960         VALUE "312831303130313130313031".
001970 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001980     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001990*----LAST DAY OF EACH WORKWEEK OF THE OPEN PERIOD, THE FINAL
002000*----WEEK CUT OFF AT THE PERIOD END
002010 01  WS-WEEK-COUNT        PIC 9(1) VALUE 0.
002020 01  WS-WEEK-TABLE.
002030     05  WS-WEEK-END      PIC 9(8) OCCURS 6 TIMES
002040                          INDEXED BY WKIDX.
002050*----PAYROLL IDS ON THE MASTER - EMPMAST IS KEYED BY SSN, SO THE
002060*----WHOLE FILE IS HELD. A MASTER THE TABLE CANNOT HOLD REFUSES
002070*----THE RUN RATHER THAN REJECTING THE EMPLOYEES PAST THE END.
002080 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
002090 01  WS-EMP-FOUND-SW      PIC X(1) VALUE "N".
002100     88  EMP-ON-MASTER        VALUE "Y".
002110 01  WS-EMP-TABLE.
002120     05  WS-EMP-ENTRY     OCCURS 500 TIMES INDEXED BY EIDX.
002130         10  WS-E-EMP-ID  PIC X(5).
002140         10  WS-E-NAME    PIC X(15).
002150         10  WS-E-RATE    PIC 9(3)V99.
002160         10  WS-E-STATUS  PIC X(1).
002170         10  WS-E-COMPANY PIC X(2).
002180*----CARDS THIS IMPORT ALREADY PUT ON VARTIME FOR THE OPEN
002190*----PERIOD - A RERUN LISTS THOSE WEEKS INSTEAD OF DOUBLING THEM
002200 01  WS-DONE-COUNT        PIC 9(4) COMP VALUE 0.
002210 01  WS-DONE-FOUND-SW     PIC X(1) VALUE "N".
002220     88  CARD-ALREADY-ON-FILE VALUE "Y".
002230 01  WS-DONE-TABLE.
002240     05  WS-DONE-ENTRY    OCCURS 500 TIMES INDEXED BY DNIDX.
002250         10  WS-DN-EMP-ID PIC X(5).
002260         10  WS-DN-DATE   PIC 9(8).
002270 01  WS-EXC-HEADING.
002280     05  FILLER           PIC X(34)
002290         VALUE "CLOCK PUNCH EXCEPTIONS - PERIOD TO".
002300     05  FILLER           PIC X(1) VALUE SPACE.
002310     05  EH-PERIOD-END    PIC 9(8).
002320 01  WS-EXC-LINE.
002330     05  XL-EMP-ID        PIC X(5).
002340     05  FILLER           PIC X(1) VALUE SPACE.
002350     05  XL-DATE          PIC X(8).
002360     05  FILLER           PIC X(4) VALUE " IN ".
002370     05  XL-IN            PIC X(4).
002380     05  FILLER           PIC X(5) VALUE " OUT ".
002390     05  XL-OUT           PIC X(4).
002400     05  FILLER           PIC X(1) VALUE SPACE.
002410     05  XL-REASON        PIC X(40).
002420*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
002430 01  WS-CTL-PROGRAM       PIC X(10) VALUE "PUNCHIMP".
002440 01  WS-CTL-READ          PIC 9(7) VALUE 0.
002450 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
002460 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
002470 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
002480
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     IF RETURN-CODE NOT = 12
002530*----SORT THE ACCEPTED SHIFTS INTO EMPLOYEE AND PUNCH ORDER SO
002540*----OVERLAPS SHOW UP SIDE BY SIDE AND THE HOURS BREAK CLEANLY
002550*----BY EMPLOYEE AND WORKWEEK.
002560         SORT SORT-WORK ON ASCENDING KEY SR-EMP-ID SR-DATE
002570             SR-IN-MIN
002580             INPUT PROCEDURE IS 2000-EDIT-PUNCHES THRU 2000-EXIT
002590             OUTPUT PROCEDURE IS 3000-BUILD-CARDS THRU 3000-EXIT
002600     END-IF
002610     PERFORM 4000-TERMINATE THRU 4000-EXIT
002620     GOBACK.
002630
002640 1000-INITIALIZE.
002650     PERFORM 1100-GET-COMPANY THRU 1100-EXIT
002660     PERFORM 1200-GET-OPEN-PERIOD THRU 1200-EXIT
002670     IF NOT OPEN-PERIOD-FOUND
002680         DISPLAY "PUNCHIMP: NO OPEN PERIOD ON THE CALENDAR - "
002690             "RUN REFUSED"
002700         MOVE 12 TO RETURN-CODE
002710         GO TO 1000-EXIT
002720     END-IF
002730     PERFORM 1300-GET-MEAL-RULE THRU 1300-EXIT
002740     PERFORM 1400-BUILD-WEEKS THRU 1400-EXIT
002750     PERFORM 1500-LOAD-EMPLOYEES THRU 1500-EXIT
002760     IF RETURN-CODE = 12
002770         GO TO 1000-EXIT
002780     END-IF
002790     PERFORM 1600-LOAD-DONE-CARDS THRU 1600-EXIT
002800     IF RETURN-CODE = 12
002810         GO TO 1000-EXIT
002820     END-IF
002830     OPEN INPUT CLKPUNCH-IN
002840     IF WS-PUNCH-STATUS NOT = "00"
002850         DISPLAY "PUNCHIMP: NO CLOCK PUNCH FILE - STATUS "
002860             WS-PUNCH-STATUS
002870         MOVE 12 TO RETURN-CODE
002880         GO TO 1000-EXIT
002890     END-IF
002900     OPEN EXTEND VARTIME-IO
002910     IF WS-TIME-STATUS = "35"
002920         OPEN OUTPUT VARTIME-IO
002930     END-IF
002940     OPEN OUTPUT PUNCH-EXC
002950     MOVE WS-PERIOD-END TO EH-PERIOD-END
002960     WRITE PUNCH-EXC-REC FROM WS-EXC-HEADING.
002970 1000-EXIT.
002980     EXIT.
002990
003000 1100-GET-COMPANY.
003010     OPEN INPUT PAYCOCTL-IN
003020     IF WS-PAYCO-STATUS NOT = "00"
003030         GO TO 1100-EXIT
003040     END-IF
003050     READ PAYCOCTL-IN
003060         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003070     END-READ
003080     IF NOT NO-COMPANY-CARD
003090         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003100     END-IF
003110     CLOSE PAYCOCTL-IN.
003120 1100-EXIT.
003130     EXIT.
003140
003150*----THE FIRST PERIOD STILL OPEN FOR THE COMPANY IS THE PERIOD
003160*----THE CARDS WILL PAY IN, THE SAME WAY THE PAYROLL RUN FINDS IT.
003170 1200-GET-OPEN-PERIOD.
003180     MOVE "N" TO WS-OPEN-FOUND-SW
003190     OPEN INPUT PERIOD-CTL
003200     IF WS-PERIOD-STATUS NOT = "00"
003210         GO TO 1200-EXIT
003220     END-IF
003230     PERFORM 1250-SCAN-ONE-PERIOD THRU 1250-EXIT
003240         UNTIL NO-MORE-PERIODS OR OPEN-PERIOD-FOUND
003250     CLOSE PERIOD-CTL.
003260 1200-EXIT.
003270     EXIT.
003280
003290 1250-SCAN-ONE-PERIOD.
003300     READ PERIOD-CTL
003310         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
003320     END-READ
003330     IF NOT NO-MORE-PERIODS AND PC-STATUS = "O"
003340         AND PC-COMPANY = WS-PAY-COMPANY
003350         MOVE "Y" TO WS-OPEN-FOUND-SW
003360         MOVE PC-START TO WS-PERIOD-START
003370         MOVE PC-END TO WS-PERIOD-END
003380     END-IF.
003390 1250-EXIT.
003400     EXIT.
003410
003420 1300-GET-MEAL-RULE.
003430     OPEN INPUT PUNCHCTL-IN
003440     IF WS-PCTL-STATUS NOT = "00"
003450         GO TO 1300-EXIT
003460     END-IF
003470     READ PUNCHCTL-IN
003480         AT END GO TO 1300-CLOSE
003490     END-READ
003500     IF PK-MEAL-AFTER NUMERIC AND PK-MEAL-MINUTES NUMERIC
003510         MOVE PK-MEAL-AFTER TO WS-MEAL-AFTER
003520         MOVE PK-MEAL-MINUTES TO WS-MEAL-MINUTES
003530     ELSE
003540         DISPLAY "PUNCHIMP: PUNCHCTL CARD NOT NUMERIC - "
003550             "STANDARD MEAL BREAK USED"
003560     END-IF.
003570 1300-CLOSE.
003580     CLOSE PUNCHCTL-IN.
003590 1300-EXIT.
003600     EXIT.
003610
003620*----WORKWEEKS RUN SEVEN DAYS FROM THE PERIOD START. A WEEKLY
003630*----PERIOD IS ONE WEEK AND SO ONE CARD PER EMPLOYEE.
003640 1400-BUILD-WEEKS.
003650     MOVE 0 TO WS-WEEK-COUNT
003660     MOVE WS-PERIOD-START TO WS-DT-DATE
003670     PERFORM 1450-ADD-ONE-WEEK THRU 1450-EXIT
003680         UNTIL WS-DT-DATE > WS-PERIOD-END
003690             OR WS-WEEK-COUNT >= 6
003700*----A PERIOD LONGER THAN THE TABLE FOLDS ITS TAIL INTO THE
003710*----LAST WEEK RATHER THAN LOSING THE HOURS.
003720     SET WKIDX TO WS-WEEK-COUNT
003730     MOVE WS-PERIOD-END TO WS-WEEK-END(WKIDX).
003740 1400-EXIT.
003750     EXIT.
003760
003770 1450-ADD-ONE-WEEK.
003780     PERFORM 1460-STEP-ONE-DAY THRU 1460-EXIT
003790         VARYING WS-DT-STEP FROM 1 BY 1
003800         UNTIL WS-DT-STEP > 6
003810     ADD 1 TO WS-WEEK-COUNT
003820     SET WKIDX TO WS-WEEK-COUNT
003830     IF WS-DT-DATE > WS-PERIOD-END
003840         MOVE WS-PERIOD-END TO WS-WEEK-END(WKIDX)
003850     ELSE
003860         MOVE WS-DT-DATE TO WS-WEEK-END(WKIDX)
003870     END-IF
003880     PERFORM 9000-NEXT-DAY THRU 9000-EXIT.
003890 1450-EXIT.
003900     EXIT.
003910
003920 1460-STEP-ONE-DAY.
003930     PERFORM 9000-NEXT-DAY THRU 9000-EXIT.
003940 1460-EXIT.
003950     EXIT.
003960
003970 1500-LOAD-EMPLOYEES.
003980     OPEN INPUT EMPMAST
003990     IF WS-EMP-STATUS NOT = "00"
004000         DISPLAY "PUNCHIMP: UNABLE TO OPEN EMPMAST - STATUS "
004010             WS-EMP-STATUS
004020         MOVE 12 TO RETURN-CODE
004030         GO TO 1500-EXIT
004040     END-IF
004050     PERFORM 1550-LOAD-ONE-EMPLOYEE THRU 1550-EXIT
004060         UNTIL NO-MORE-EMPLOYEES OR WS-EMP-COUNT >= 500
004070     IF NOT NO-MORE-EMPLOYEES
004080         READ EMPMAST NEXT RECORD
004090             AT END MOVE "Y" TO WS-EMP-EOF-SW
004100         END-READ
004110         IF NOT NO-MORE-EMPLOYEES
004120             DISPLAY "PUNCHIMP: MORE THAN 500 EMPLOYEES ON "
004130                 "EMPMAST - RUN REFUSED"
004140             MOVE 12 TO RETURN-CODE
004150         END-IF
004160     END-IF
004170     CLOSE EMPMAST.
004180 1500-EXIT.
004190     EXIT.
004200
004210 1550-LOAD-ONE-EMPLOYEE.
004220     READ EMPMAST NEXT RECORD
004230         AT END MOVE "Y" TO WS-EMP-EOF-SW
004240     END-READ
004250     IF NOT NO-MORE-EMPLOYEES
004260         ADD 1 TO WS-EMP-COUNT
004270         SET EIDX TO WS-EMP-COUNT
004280         MOVE ER-EMP-ID TO WS-E-EMP-ID(EIDX)
004290         MOVE ER-NAME TO WS-E-NAME(EIDX)
004300         MOVE ER-PAY-RATE TO WS-E-RATE(EIDX)
004310         MOVE ER-STATUS TO WS-E-STATUS(EIDX)
004320         MOVE ER-COMPANY TO WS-E-COMPANY(EIDX)
004330     END-IF.
004340 1550-EXIT.
004350     EXIT.
004360
004370*----NO VARTIME YET IS FINE - THE IMPORT CREATES IT
004380 1600-LOAD-DONE-CARDS.
004390     OPEN INPUT VARTIME-IO
004400     IF WS-TIME-STATUS NOT = "00"
004410         GO TO 1600-EXIT
004420     END-IF
004430     PERFORM 1650-NOTE-ONE-CARD THRU 1650-EXIT
004440         UNTIL NO-MORE-CARDS
004450     CLOSE VARTIME-IO.
004460 1600-EXIT.
004470     EXIT.
004480
004490 1650-NOTE-ONE-CARD.
004500     READ VARTIME-IO
004510         AT END MOVE "Y" TO WS-TIME-EOF-SW
004520     END-READ
004530     IF NO-MORE-CARDS
004540         GO TO 1650-EXIT
004550     END-IF
004560     IF TS-WHY NOT = WS-IMPORT-WHY
004570         OR TS-WORK-DATE NOT NUMERIC
004580         OR TS-WORK-DATE < WS-PERIOD-START
004590         OR TS-WORK-DATE > WS-PERIOD-END
004600         GO TO 1650-EXIT
004610     END-IF
004620     IF WS-DONE-COUNT >= 500
004630         DISPLAY "PUNCHIMP: MORE THAN 500 IMPORTED CARDS ON "
004640             "VARTIME - RUN REFUSED"
004650         MOVE 12 TO RETURN-CODE
004660         MOVE "Y" TO WS-TIME-EOF-SW
004670         GO TO 1650-EXIT
004680     END-IF
004690     ADD 1 TO WS-DONE-COUNT
004700     SET DNIDX TO WS-DONE-COUNT
004710     MOVE TS-EMP-ID TO WS-DN-EMP-ID(DNIDX)
004720     MOVE TS-WORK-DATE TO WS-DN-DATE(DNIDX).
004730 1650-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*----INPUT SIDE - EVERY SHIFT IS EDITED BEFORE IT IS SORTED. A
004780*----SHIFT THAT FAILS IS LISTED AND NEVER REACHES A CARD.
004790*----------------------------------------------------------------
004800 2000-EDIT-PUNCHES.
004810     PERFORM 2100-EDIT-ONE-PUNCH THRU 2100-EXIT
004820         UNTIL NO-MORE-PUNCHES.
004830 2000-EXIT.
004840     EXIT.
004850
004860 2100-EDIT-ONE-PUNCH.
004870     READ CLKPUNCH-IN
004880         AT END MOVE "Y" TO WS-PUNCH-EOF-SW
004890     END-READ
004900     IF NO-MORE-PUNCHES
004910         GO TO 2100-EXIT
004920     END-IF
004930     ADD 1 TO WS-READ-COUNT
004940     IF PU-EMP-ID = SPACES
004950         MOVE "NO PAYROLL ID ON PUNCH" TO WS-REJECT-REASON
004960         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
004970         GO TO 2100-EXIT
004980     END-IF
004990     IF PU-DATE-X NOT NUMERIC
005000         MOVE "PUNCH DATE NOT NUMERIC" TO WS-REJECT-REASON
005010         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005020         GO TO 2100-EXIT
005030     END-IF
005040     IF PU-IN-X = SPACES
005050         MOVE "MISSING IN PUNCH" TO WS-REJECT-REASON
005060         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005070         GO TO 2100-EXIT
005080     END-IF
005090     IF PU-OUT-X = SPACES
005100         MOVE "MISSING OUT PUNCH" TO WS-REJECT-REASON
005110         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005120         GO TO 2100-EXIT
005130     END-IF
005140     IF PU-IN-X NOT NUMERIC OR PU-OUT-X NOT NUMERIC
005150         OR PU-IN-HH > 23 OR PU-IN-MM > 59
005160         OR PU-OUT-HH > 23 OR PU-OUT-MM > 59
005170         MOVE "PUNCH TIME NOT A VALID HHMM" TO WS-REJECT-REASON
005180         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005190         GO TO 2100-EXIT
005200     END-IF
005210     IF PU-IN-X = PU-OUT-X
005220         MOVE "IN AND OUT PUNCH THE SAME - ONE MISSING"
005230             TO WS-REJECT-REASON
005240         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005250         GO TO 2100-EXIT
005260     END-IF
005270     IF PU-DATE < WS-PERIOD-START OR PU-DATE > WS-PERIOD-END
005280         MOVE "PUNCH DATE OUTSIDE OPEN PERIOD"
005290             TO WS-REJECT-REASON
005300         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005310         GO TO 2100-EXIT
005320     END-IF
005330     PERFORM 2200-FIND-EMPLOYEE THRU 2200-EXIT
005340     IF NOT EMP-ON-MASTER
005350         MOVE "PAYROLL ID NOT ON EMPLOYEE MASTER"
005360             TO WS-REJECT-REASON
005370         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005380         GO TO 2100-EXIT
005390     END-IF
005400     IF WS-E-COMPANY(EIDX) NOT = WS-PAY-COMPANY
005410         MOVE "WRONG COMPANY FOR THIS RUN" TO WS-REJECT-REASON
005420         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005430         GO TO 2100-EXIT
005440     END-IF
005450*----THE PAYROLL RUN REFUSES A TERMINATED EMPLOYEE'S CARD - THE
005460*----LAST HOURS BELONG ON THE FINAL PAY TRANSACTION INSTEAD.
005470     IF WS-E-STATUS(EIDX) = "T"
005480         MOVE "EMPLOYEE TERMINATED - USE FINAL PAY"
005490             TO WS-REJECT-REASON
005500         PERFORM 2900-REJECT-PUNCH THRU 2900-EXIT
005510         GO TO 2100-EXIT
005520     END-IF
005530     PERFORM 2300-RELEASE-SHIFT THRU 2300-EXIT.
005540 2100-EXIT.
005550     EXIT.
005560
005570 2200-FIND-EMPLOYEE.
005580     MOVE "N" TO WS-EMP-FOUND-SW
005590     IF WS-EMP-COUNT > 0
005600         PERFORM 2250-MATCH-ONE-EMPLOYEE THRU 2250-EXIT
005610             VARYING EIDX FROM 1 BY 1
005620             UNTIL EIDX > WS-EMP-COUNT OR EMP-ON-MASTER
005630     END-IF.
005640 2200-EXIT.
005650     EXIT.
005660
005670 2250-MATCH-ONE-EMPLOYEE.
005680     IF PU-EMP-ID = WS-E-EMP-ID(EIDX)
005690         MOVE "Y" TO WS-EMP-FOUND-SW
005700*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
005710*----VARYING BUMPS IT ON THE WAY OUT.
005720         SET EIDX DOWN BY 1
005730     END-IF.
005740 2250-EXIT.
005750     EXIT.
005760
005770*----EACH PUNCH ROUNDS TO THE NEAREST QUARTER HOUR - SEVEN
005780*----MINUTES OR LESS PAST A QUARTER ROUNDS BACK, EIGHT OR MORE
005790*----ROUNDS FORWARD.
005800 2300-RELEASE-SHIFT.
005810     COMPUTE WS-RAW-MIN = (PU-IN-HH * 60) + PU-IN-MM
005820     PERFORM 2350-ROUND-PUNCH THRU 2350-EXIT
005830     MOVE WS-ROUND-MIN TO WS-IN-MIN
005840     COMPUTE WS-RAW-MIN = (PU-OUT-HH * 60) + PU-OUT-MM
005850     PERFORM 2350-ROUND-PUNCH THRU 2350-EXIT
005860     MOVE WS-ROUND-MIN TO WS-OUT-MIN
005870     IF PU-OUT-X < PU-IN-X
005880         ADD 1440 TO WS-OUT-MIN
005890     END-IF
005900     MOVE PU-EMP-ID TO SR-EMP-ID
005910     MOVE PU-DATE TO SR-DATE
005920     MOVE WS-IN-MIN TO SR-IN-MIN
005930     MOVE WS-OUT-MIN TO SR-OUT-MIN
005940     MOVE PU-IN-X TO SR-IN-X
005950     MOVE PU-OUT-X TO SR-OUT-X
005960     MOVE PU-DEPT TO SR-DEPT
005970     SET SR-EMP-IX TO EIDX
005980     RELEASE SORT-REC.
005990 2300-EXIT.
006000     EXIT.
006010
006020 2350-ROUND-PUNCH.
006030     COMPUTE WS-RAW-MIN = WS-RAW-MIN + 7
006040     DIVIDE WS-RAW-MIN BY 15 GIVING WS-QUARTERS
006050     COMPUTE WS-ROUND-MIN = WS-QUARTERS * 15.
006060 2350-EXIT.
006070     EXIT.
006080
006090 2900-REJECT-PUNCH.
006100     ADD 1 TO WS-REJECT-COUNT
006110     MOVE 4 TO RETURN-CODE
006120     MOVE PU-EMP-ID TO XL-EMP-ID
006130     MOVE PU-DATE-X TO XL-DATE
006140     MOVE PU-IN-X TO XL-IN
006150     MOVE PU-OUT-X TO XL-OUT
006160     MOVE WS-REJECT-REASON TO XL-REASON
006170     WRITE PUNCH-EXC-REC FROM WS-EXC-LINE.
006180 2900-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220*----OUTPUT SIDE - SHIFTS COME BACK BY EMPLOYEE, DATE, AND IN
006230*----PUNCH. A SHIFT STARTING BEFORE THE LAST KEPT SHIFT ENDED
006240*----IS LISTED AS AN OVERLAP AND THE EARLIER SHIFT STANDS.
006250*----------------------------------------------------------------
006260 3000-BUILD-CARDS.
006270     RETURN SORT-WORK
006280         AT END MOVE "Y" TO WS-SORT-EOF-SW
006290     END-RETURN
006300     PERFORM 3100-ONE-SHIFT THRU 3100-EXIT
006310         UNTIL END-OF-SORTED-SHIFTS
006320     IF NOT FIRST-SORTED-SHIFT
006330         PERFORM 3500-WRITE-CARD THRU 3500-EXIT
006340     END-IF.
006350 3000-EXIT.
006360     EXIT.
006370
006380 3100-ONE-SHIFT.
006390     PERFORM 3150-FIND-WEEK THRU 3150-EXIT
006400     IF FIRST-SORTED-SHIFT
006410         MOVE "N" TO WS-FIRST-SW
006420         PERFORM 3200-START-EMPLOYEE THRU 3200-EXIT
006430     ELSE
006440         IF SR-EMP-ID NOT = WS-CUR-EMP-ID
006450             PERFORM 3500-WRITE-CARD THRU 3500-EXIT
006460             PERFORM 3200-START-EMPLOYEE THRU 3200-EXIT
006470         ELSE
006480             IF WS-SHIFT-WEEK NOT = WS-CUR-WEEK
006490                 PERFORM 3500-WRITE-CARD THRU 3500-EXIT
006500                 MOVE WS-SHIFT-WEEK TO WS-CUR-WEEK
006510                 MOVE SR-DEPT TO WS-CUR-DEPT
006520             END-IF
006530         END-IF
006540     END-IF
006550     PERFORM 3300-CHECK-OVERLAP THRU 3300-EXIT
006560     IF SHIFT-OVERLAPS
006570         MOVE "SHIFT OVERLAPS AN EARLIER SHIFT"
006580             TO WS-REJECT-REASON
006590         PERFORM 3900-REJECT-SHIFT THRU 3900-EXIT
006600         GO TO 3100-NEXT
006610     END-IF
006620*----THE UNPAID MEAL BREAK COMES OFF ANY SHIFT LONGER THAN THE
006630*----PUNCHCTL THRESHOLD
006640     COMPUTE WS-SHIFT-MIN = SR-OUT-MIN - SR-IN-MIN
006650     IF WS-SHIFT-MIN > WS-MEAL-AFTER
006660         SUBTRACT WS-MEAL-MINUTES FROM WS-SHIFT-MIN
006670     END-IF
006680     ADD WS-SHIFT-MIN TO WS-WEEK-MINUTES
006690     ADD 1 TO WS-SHIFT-COUNT
006700     MOVE SR-DATE TO WS-PREV-DATE
006710     MOVE SR-OUT-MIN TO WS-PREV-END
006720     MOVE 0 TO WS-PREV-NEXT-DATE
006730     IF WS-PREV-END > 1440
006740         MOVE SR-DATE TO WS-DT-DATE
006750         PERFORM 9000-NEXT-DAY THRU 9000-EXIT
006760         MOVE WS-DT-DATE TO WS-PREV-NEXT-DATE
006770     END-IF.
006780 3100-NEXT.
006790     RETURN SORT-WORK
006800         AT END MOVE "Y" TO WS-SORT-EOF-SW
006810     END-RETURN.
006820 3100-EXIT.
006830     EXIT.
006840
006850*----THE SHIFT'S WEEK IS THE FIRST ONE ENDING ON OR AFTER ITS
006860*----DATE
006870 3150-FIND-WEEK.
006880     MOVE 0 TO WS-SHIFT-WEEK
006890     PERFORM 3160-MATCH-ONE-WEEK THRU 3160-EXIT
006900         VARYING WKIDX FROM 1 BY 1
006910         UNTIL WKIDX > WS-WEEK-COUNT OR WS-SHIFT-WEEK > 0
006920     IF WS-SHIFT-WEEK = 0
006930         MOVE WS-WEEK-COUNT TO WS-SHIFT-WEEK
006940     END-IF.
006950 3150-EXIT.
006960     EXIT.
006970
006980 3160-MATCH-ONE-WEEK.
006990     IF SR-DATE NOT > WS-WEEK-END(WKIDX)
007000         SET WS-SHIFT-WEEK TO WKIDX
007010     END-IF.
007020 3160-EXIT.
007030     EXIT.
007040
007050 3200-START-EMPLOYEE.
007060     MOVE SR-EMP-ID TO WS-CUR-EMP-ID
007070     MOVE SR-EMP-IX TO WS-CUR-EMP-IX
007080     MOVE WS-SHIFT-WEEK TO WS-CUR-WEEK
007090     MOVE SR-DEPT TO WS-CUR-DEPT
007100     MOVE 0 TO WS-PREV-DATE WS-PREV-NEXT-DATE WS-PREV-END.
007110 3200-EXIT.
007120     EXIT.
007130
007140 3300-CHECK-OVERLAP.
007150     MOVE "N" TO WS-OVERLAP-SW
007160     IF SR-DATE = WS-PREV-DATE AND SR-IN-MIN < WS-PREV-END
007170         MOVE "Y" TO WS-OVERLAP-SW
007180     END-IF
007190     IF SR-DATE = WS-PREV-NEXT-DATE
007200         AND SR-IN-MIN + 1440 < WS-PREV-END
007210         MOVE "Y" TO WS-OVERLAP-SW
007220     END-IF.
007230 3300-EXIT.
007240     EXIT.
007250
007260*----HOURS GO ON THE CARD ROUNDED TO THE NEAREST WHOLE HOUR, THE
007270*----UNIT THE TIMESHEET CARRIES. THE CARD IS DATED THE LAST DAY
007280*----OF ITS WORKWEEK SO IT PAYS IN THE OPEN PERIOD.
007290 3500-WRITE-CARD.
007300     COMPUTE WS-CARD-HOURS = (WS-WEEK-MINUTES + 30) / 60
007310     MOVE 0 TO WS-WEEK-MINUTES
007320     IF WS-CARD-HOURS = 0
007330         GO TO 3500-EXIT
007340     END-IF
007350     SET WKIDX TO WS-CUR-WEEK
007360     PERFORM 3550-CHECK-DONE THRU 3550-EXIT
007370     IF CARD-ALREADY-ON-FILE
007380         MOVE WS-CUR-EMP-ID TO XL-EMP-ID
007390         MOVE WS-WEEK-END(WKIDX) TO XL-DATE
007400         MOVE SPACES TO XL-IN XL-OUT
007410         MOVE "WEEK ALREADY IMPORTED - CARD NOT WRITTEN"
007420             TO XL-REASON
007430         WRITE PUNCH-EXC-REC FROM WS-EXC-LINE
007440         ADD 1 TO WS-REJECT-COUNT
007450         MOVE 4 TO RETURN-CODE
007460         GO TO 3500-EXIT
007470     END-IF
007480     SET EIDX TO WS-CUR-EMP-IX
007490     MOVE SPACES TO TIMESHEET-REC
007500     MOVE WS-E-NAME(EIDX) TO TS-WHO
007510     MOVE WS-CUR-DEPT TO TS-WHERE
007520     MOVE WS-IMPORT-WHY TO TS-WHY
007530     MOVE WS-E-RATE(EIDX) TO TS-RATE
007540     MOVE WS-CARD-HOURS TO TS-HOURS
007550     MOVE WS-CUR-EMP-ID TO TS-EMP-ID
007560     MOVE WS-WEEK-END(WKIDX) TO TS-WORK-DATE
007570     MOVE "P" TO TS-APPROVAL
007580     WRITE TIMESHEET-REC
007590     ADD 1 TO WS-CARD-COUNT
007600     ADD WS-CARD-HOURS TO WS-TOTAL-HOURS.
007610 3500-EXIT.
007620     EXIT.
007630
007640 3550-CHECK-DONE.
007650     MOVE "N" TO WS-DONE-FOUND-SW
007660     IF WS-DONE-COUNT > 0
007670         PERFORM 3560-MATCH-ONE-DONE THRU 3560-EXIT
007680             VARYING DNIDX FROM 1 BY 1
007690             UNTIL DNIDX > WS-DONE-COUNT OR CARD-ALREADY-ON-FILE
007700     END-IF.
007710 3550-EXIT.
007720     EXIT.
007730
007740 3560-MATCH-ONE-DONE.
007750     IF WS-DN-EMP-ID(DNIDX) = WS-CUR-EMP-ID
007760         AND WS-DN-DATE(DNIDX) = WS-WEEK-END(WKIDX)
007770         MOVE "Y" TO WS-DONE-FOUND-SW
007780     END-IF.
007790 3560-EXIT.
007800     EXIT.
007810
007820 3900-REJECT-SHIFT.
007830     ADD 1 TO WS-REJECT-COUNT
007840     MOVE 4 TO RETURN-CODE
007850     MOVE SR-EMP-ID TO XL-EMP-ID
007860     MOVE SR-DATE TO XL-DATE
007870     MOVE SR-IN-X TO XL-IN
007880     MOVE SR-OUT-X TO XL-OUT
007890     MOVE WS-REJECT-REASON TO XL-REASON
007900     WRITE PUNCH-EXC-REC FROM WS-EXC-LINE.
007910 3900-EXIT.
007920     EXIT.
007930
007940 4000-TERMINATE.
007950     IF RETURN-CODE = 12
007960         GO TO 4000-EXIT
007970     END-IF
007980     CLOSE CLKPUNCH-IN
007990     CLOSE VARTIME-IO
008000     CLOSE PUNCH-EXC
008010     DISPLAY "PUNCHIMP: SHIFTS READ - " WS-READ-COUNT
008020     DISPLAY "PUNCHIMP: SHIFTS IMPORTED - " WS-SHIFT-COUNT
008030     DISPLAY "PUNCHIMP: CARDS WRITTEN - " WS-CARD-COUNT
008040     DISPLAY "PUNCHIMP: HOURS ON CARDS - " WS-TOTAL-HOURS
008050     DISPLAY "PUNCHIMP: EXCEPTIONS LISTED - " WS-REJECT-COUNT
008060     MOVE WS-READ-COUNT TO WS-CTL-READ
008070     MOVE WS-CARD-COUNT TO WS-CTL-WRITTEN
008080     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
008090     MOVE WS-TOTAL-HOURS TO WS-CTL-AMOUNT
008100     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
008110         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
008120     IF WS-REJECT-COUNT > 0
008130         MOVE 4 TO RETURN-CODE
008140     ELSE
008150         MOVE 0 TO RETURN-CODE
008160     END-IF.
008170 4000-EXIT.
008180     EXIT.
008190
008200*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
008210*----AND YEAR. FEBRUARY HAS 29 DAYS IN A LEAP YEAR.
008220 9000-NEXT-DAY.
008230     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
008240     IF WS-DT-MONTH = 2
008250         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
008260             REMAINDER WS-DT-REM4
008270         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
008280             REMAINDER WS-DT-REM100
008290         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
008300             REMAINDER WS-DT-REM400
008310         IF WS-DT-REM4 = 0
008320             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
008330             MOVE 29 TO WS-DT-MONTH-END
008340         END-IF
008350     END-IF
008360     IF WS-DT-DAY < WS-DT-MONTH-END
008370         ADD 1 TO WS-DT-DAY
008380         GO TO 9000-EXIT
008390     END-IF
008400     MOVE 1 TO WS-DT-DAY
008410     IF WS-DT-MONTH < 12
008420         ADD 1 TO WS-DT-MONTH
008430     ELSE
008440         MOVE 1 TO WS-DT-MONTH
008450         ADD 1 TO WS-DT-YEAR
008460     END-IF.
008470 9000-EXIT.
008480     EXIT.
