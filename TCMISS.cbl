000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TCMISS.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MISSING AND LATE TIMECARD LIST,
000100*                   RUN AHEAD OF THE PAYROLL CUTOFF. EVERY
000110*                   ACTIVE HOURLY EMPLOYEE OF THE PAYCOCTL
000120*                   COMPANY IS CHECKED AGAINST THE VARTIME CARDS
000130*                   DATED IN THE OPEN PERIOD ON PERIODCT, THE
000140*                   SAME PERIOD THE PAYROLL RUN WILL PAY. LISTS
000150*                   EMPLOYEES WITH NO CARD, EMPLOYEES WHOSE EVERY
000160*                   CARD WAS REJECTED, CARDS STILL WAITING FOR
000170*                   TSAPPROV APPROVAL, AND CARDS WITH ZERO HOURS,
000180*                   GROUPED BY HOME DEPARTMENT AND APPROVING
000190*                   SUPERVISOR SO EACH CAN BE CHASED BEFORE THE
000200*                   PAYROLL RUN. RETURN CODE 4 WHEN ANYTHING IS
000210*                   LISTED.
000211*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000212*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000213*                   OWN ZERO CODE.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PAYCO-STATUS.
000290     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PERIOD-STATUS.
000320     SELECT EMPMAST     ASSIGN TO EMPMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS ER-SSnum
000360         FILE STATUS IS WS-EMP-STATUS.
000370     SELECT VARTIME-IN  ASSIGN TO VARTIME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TIME-STATUS.
000400     SELECT MISS-RPT    ASSIGN TO TCMISRPT
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT SORT-WORK   ASSIGN TO SORTWK.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
000470*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
000480 FD  PAYCOCTL-IN.
000490 01  PAYCOCTL-REC         PIC X(2).
000500
000510 FD  PERIOD-CTL.
000520 01  PERIOD-CTL-REC.
000530     05  PC-START         PIC 9(8).
000540     05  PC-END           PIC 9(8).
000550     05  PC-STATUS        PIC X(1).
000560     05  PC-COMPANY       PIC X(2).
000570
000580 FD  EMPMAST.
000590     COPY "EMPLOYEE.cpy".
000600
000610 FD  VARTIME-IN.
000620 01  TIMESHEET-REC.
000630     05  TS-WHO           PIC X(15).
000640     05  TS-WHERE         PIC X(20).
000650     05  TS-WHY           PIC X(30).
000660     05  TS-RATE          PIC 9(3).
000670     05  TS-HOURS         PIC 9(3).
000680     05  TS-EMP-ID        PIC X(5).
000690     05  TS-WORK-DATE     PIC 9(8).
000700     05  TS-APPROVAL      PIC X(1).
000710         88  CARD-APPROVED    VALUE "A".
000720         88  CARD-REJECTED    VALUE "R".
000730         88  CARD-PENDING     VALUE "P", " ".
000740     05  TS-APPROVER      PIC X(5).
000750
000760 FD  MISS-RPT.
000770 01  MISS-RPT-REC         PIC X(80).
000780
000790*----ONE LISTED EMPLOYEE OR CARD - SORTED TO DEPARTMENT AND
000800*----SUPERVISOR, THEN EMPLOYEE NAME AND CARD DATE
000810 SD  SORT-WORK.
000820 01  SORT-REC.
000830     05  SR-DEPT          PIC X(20).
000840     05  SR-SUPERVISOR    PIC X(5).
000850     05  SR-NAME          PIC X(30).
000860     05  SR-EMP-ID        PIC X(5).
000870     05  SR-DATE          PIC 9(8).
000880     05  SR-HOURS         PIC 9(3).
000890     05  SR-KIND          PIC X(1).
000900         88  SR-NO-CARD       VALUE "N".
000910         88  SR-ALL-REJECTED  VALUE "R".
000920         88  SR-PENDING       VALUE "P".
000930         88  SR-ZERO-HOURS    VALUE "Z".
000940         88  SR-PENDING-ZERO  VALUE "B".
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
000980 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
000990     88  NO-COMPANY-CARD      VALUE "Y".
001000 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001010 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001020 01  WS-PERIOD-EOF-SW     PIC X(1) VALUE "N".
001030     88  NO-MORE-PERIODS      VALUE "Y".
001040 01  WS-OPEN-FOUND-SW     PIC X(1) VALUE "N".
001050     88  OPEN-PERIOD-FOUND    VALUE "Y".
001060 01  WS-PERIOD-START      PIC 9(8) VALUE 0.
001070 01  WS-PERIOD-END        PIC 9(8) VALUE 0.
001080 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001090 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001100     88  NO-MORE-EMPLOYEES    VALUE "Y".
001110 01  WS-TIME-STATUS       PIC X(2) VALUE SPACES.
001120 01  WS-TIME-EOF-SW       PIC X(1) VALUE "N".
001130     88  NO-MORE-CARDS        VALUE "Y".
001140 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001150     88  END-OF-SORTED-LINES  VALUE "Y".
001160 01  WS-REFUSED-SW        PIC X(1) VALUE "N".
001170     88  RUN-REFUSED          VALUE "Y".
001180 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001190*----EVERY ACTIVE HOURLY EMPLOYEE OF THE COMPANY, WITH THE CARDS
001200*----FOUND FOR EACH. A MASTER THE TABLE CANNOT HOLD REFUSES THE
001210*----RUN - A SHORT LIST WOULD LOOK LIKE EVERYONE HAD A CARD IN.
001220 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
001230 01  WS-EMP-IX            PIC 9(4) COMP VALUE 0.
001240 01  WS-EX                PIC 9(4) COMP VALUE 0.
001250 01  WS-EMP-TABLE.
001260     05  WS-EMP-ENTRY     OCCURS 500 TIMES.
001270         10  WS-E-EMP-ID  PIC X(5).
001280         10  WS-E-NAME    PIC X(30).
001290         10  WS-E-DEPT    PIC X(20).
001300         10  WS-E-SUPV    PIC X(5).
001310         10  WS-E-CARDS   PIC 9(3) COMP.
001320         10  WS-E-REJECTS PIC 9(3) COMP.
001330*----RUN COUNTS
001340 01  WS-CARD-COUNT        PIC 9(7) VALUE 0.
001350 01  WS-PERIOD-CARDS      PIC 9(7) VALUE 0.
001360 01  WS-LISTED-COUNT      PIC 9(7) VALUE 0.
001370 01  WS-NO-CARD-COUNT     PIC 9(5) COMP VALUE 0.
001380 01  WS-REJECTED-COUNT    PIC 9(5) COMP VALUE 0.
001390 01  WS-PENDING-COUNT     PIC 9(5) COMP VALUE 0.
001400 01  WS-ZERO-COUNT        PIC 9(5) COMP VALUE 0.
001410*----GROUP BREAK
001420 01  WS-FIRST-SW          PIC X(1) VALUE "Y".
001430     88  FIRST-GROUP          VALUE "Y".
001440 01  WS-CUR-DEPT          PIC X(20) VALUE SPACES.
001450 01  WS-CUR-SUPV          PIC X(5) VALUE SPACES.
001460 01  WS-GROUP-COUNT       PIC 9(5) COMP VALUE 0.
001470*----REPORT LINES
001480 01  WS-RULE-LINE         PIC X(80) VALUE ALL "=".
001490 01  WS-DASH-LINE         PIC X(80) VALUE ALL "-".
001500 01  WS-HEAD-1.
001510     05  FILLER           PIC X(28)
001520         VALUE "MISSING AND LATE TIMECARDS".
001530     05  FILLER           PIC X(12) VALUE "OPEN PERIOD ".
001540     05  H1-START         PIC 9(8).
001550     05  FILLER           PIC X(4) VALUE " TO ".
001560     05  H1-END           PIC 9(8).
001570 01  WS-HEAD-2.
001580     05  FILLER           PIC X(8) VALUE "COMPANY ".
001590     05  H2-COMPANY       PIC X(2).
001600     05  FILLER           PIC X(18) VALUE SPACES.
001610     05  FILLER           PIC X(14) VALUE "BUSINESS DATE ".
001620     05  H2-BUS-DATE      PIC 9(8).
001630 01  WS-GROUP-HEAD.
001640     05  FILLER           PIC X(11) VALUE "DEPARTMENT ".
001650     05  GH-DEPT          PIC X(20).
001660     05  FILLER           PIC X(2) VALUE SPACES.
001670     05  FILLER           PIC X(11) VALUE "SUPERVISOR ".
001680     05  GH-SUPV          PIC X(14).
001690 01  WS-COLUMN-HEAD.
001700     05  FILLER           PIC X(40)
001710         VALUE "  EMP ID NAME".
001720     05  FILLER           PIC X(40)
001730         VALUE "  CARD DATE HRS  PROBLEM".
001740 01  WS-DETAIL-LINE.
001750     05  FILLER           PIC X(2) VALUE SPACES.
001760     05  DL-EMP-ID        PIC X(5).
001770     05  FILLER           PIC X(2) VALUE SPACES.
001780     05  DL-NAME          PIC X(30).
001790     05  FILLER           PIC X(3) VALUE SPACES.
001800     05  DL-DATE          PIC Z(8).
001810     05  FILLER           PIC X(1) VALUE SPACE.
001820     05  DL-HOURS         PIC ZZ9.
001830     05  FILLER           PIC X(2) VALUE SPACES.
001840     05  DL-PROBLEM       PIC X(24).
001850 01  WS-GROUP-TOTAL.
001860     05  FILLER           PIC X(2) VALUE SPACES.
001870     05  FILLER           PIC X(20) VALUE "ITEMS TO CHASE".
001880     05  GT-COUNT         PIC ZZZZ9.
001890 01  WS-SUMMARY-LINE.
001900     05  FILLER           PIC X(2) VALUE SPACES.
001910     05  SL-LABEL         PIC X(36).
001920     05  SL-COUNT         PIC ZZZ,ZZ9.
001930*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
001940 01  WS-LOG-PROGRAM       PIC X(10) VALUE "TCMISS".
001950 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
001960 01  WS-LOG-READ          PIC 9(7) VALUE 0.
001970 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
001980 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
001990 01  WS-LOG-RC            PIC 9(4) VALUE 0.
002000
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     IF NOT RUN-REFUSED
002050         SORT SORT-WORK
002060             ON ASCENDING KEY SR-DEPT SR-SUPERVISOR SR-NAME
002070                 SR-EMP-ID SR-DATE
002080             INPUT PROCEDURE IS 2000-FIND-PROBLEMS
002090                 THRU 2000-EXIT
002100             OUTPUT PROCEDURE IS 3000-WRITE-LIST
002110                 THRU 3000-EXIT
002120     END-IF
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT
002140     GOBACK.
002150
002160 1000-INITIALIZE.
002170     MOVE "S" TO WS-LOG-EVENT
002180     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
002190         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
002200     CALL "GETBDATE" USING WS-BUS-DATE
002210     PERFORM 1100-GET-COMPANY THRU 1100-EXIT
002220     PERFORM 1300-GET-OPEN-PERIOD THRU 1300-EXIT
002230     IF NOT OPEN-PERIOD-FOUND
002240         DISPLAY "TCMISS: NO OPEN PERIOD ON THE CALENDAR - "
002250             "RUN REFUSED"
002260         MOVE "Y" TO WS-REFUSED-SW
002270         MOVE 12 TO RETURN-CODE
002280         GO TO 1000-EXIT
002290     END-IF
002300     PERFORM 1400-LOAD-EMPLOYEES THRU 1400-EXIT
002310     IF RUN-REFUSED
002320         GO TO 1000-EXIT
002330     END-IF
002340     OPEN OUTPUT MISS-RPT
002350     WRITE MISS-RPT-REC FROM WS-RULE-LINE
002360     MOVE WS-PERIOD-START TO H1-START
002370     MOVE WS-PERIOD-END TO H1-END
002380     WRITE MISS-RPT-REC FROM WS-HEAD-1
002390     MOVE WS-PAY-COMPANY TO H2-COMPANY
002400     MOVE WS-BUS-DATE TO H2-BUS-DATE
002410     WRITE MISS-RPT-REC FROM WS-HEAD-2
002420     WRITE MISS-RPT-REC FROM WS-RULE-LINE.
002430 1000-EXIT.
002440     EXIT.
002450
002460 1100-GET-COMPANY.
002470     OPEN INPUT PAYCOCTL-IN
002480     IF WS-PAYCO-STATUS NOT = "00"
002490         GO TO 1100-EXIT
002500     END-IF
002510     READ PAYCOCTL-IN
002520         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
002530     END-READ
002540     IF NOT NO-COMPANY-CARD
002550         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
002560     END-IF
002570     CLOSE PAYCOCTL-IN.
002580 1100-EXIT.
002590     EXIT.
002600
002610*----THE FIRST PERIOD STILL OPEN FOR THE COMPANY, THE SAME WAY
002620*----THE PAYROLL RUN FINDS IT - THE PERIOD ABOUT TO BE PAID.
002630 1300-GET-OPEN-PERIOD.
002640     MOVE "N" TO WS-OPEN-FOUND-SW
002650     OPEN INPUT PERIOD-CTL
002660     IF WS-PERIOD-STATUS NOT = "00"
002670         GO TO 1300-EXIT
002680     END-IF
002690     PERFORM 1350-SCAN-ONE-PERIOD THRU 1350-EXIT
002700         UNTIL NO-MORE-PERIODS OR OPEN-PERIOD-FOUND
002710     CLOSE PERIOD-CTL.
002720 1300-EXIT.
002730     EXIT.
002740
002750 1350-SCAN-ONE-PERIOD.
002760     READ PERIOD-CTL
002770         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
002780     END-READ
002790     IF NOT NO-MORE-PERIODS AND PC-STATUS = "O"
002800         AND PC-COMPANY = WS-PAY-COMPANY
002810         MOVE "Y" TO WS-OPEN-FOUND-SW
002820         MOVE PC-START TO WS-PERIOD-START
002830         MOVE PC-END TO WS-PERIOD-END
002840     END-IF.
002850 1350-EXIT.
002860     EXIT.
002870
002880 1400-LOAD-EMPLOYEES.
002890     OPEN INPUT EMPMAST
002900     IF WS-EMP-STATUS NOT = "00"
002910         DISPLAY "TCMISS: UNABLE TO OPEN EMPMAST - STATUS "
002920             WS-EMP-STATUS " - RUN REFUSED"
002930         MOVE "Y" TO WS-REFUSED-SW
002940         MOVE 12 TO RETURN-CODE
002950         GO TO 1400-EXIT
002960     END-IF
002970     PERFORM 1450-LOAD-ONE-EMPLOYEE THRU 1450-EXIT
002980         UNTIL NO-MORE-EMPLOYEES OR RUN-REFUSED
002990     CLOSE EMPMAST.
003000 1400-EXIT.
003010     EXIT.
003020
003030*----ONLY THE EMPLOYEES THE PAYROLL RUN PAYS FROM A CARD - ACTIVE,
003040*----HOURLY, THIS COMPANY, AND HIRED BY THE PERIOD END. SALARIED
003050*----STAFF ARE PAID WITHOUT ONE.
003060 1450-LOAD-ONE-EMPLOYEE.
003070     READ EMPMAST NEXT RECORD
003080         AT END
003090             MOVE "Y" TO WS-EMP-EOF-SW
003100             GO TO 1450-EXIT
003110     END-READ
003120     IF NOT ER-ACTIVE OR ER-SALARIED
003130         OR ER-COMPANY NOT = WS-PAY-COMPANY
003140         GO TO 1450-EXIT
003150     END-IF
003160     IF ER-HIRE-DATE NUMERIC
003170         AND ER-HIRE-DATE > WS-PERIOD-END
003180         GO TO 1450-EXIT
003190     END-IF
003200     IF WS-EMP-COUNT >= 500
003210         DISPLAY "TCMISS: MORE THAN 500 HOURLY EMPLOYEES ON "
003220             "EMPMAST - RUN REFUSED"
003230         MOVE "Y" TO WS-REFUSED-SW
003240         MOVE 12 TO RETURN-CODE
003250         GO TO 1450-EXIT
003260     END-IF
003270     ADD 1 TO WS-EMP-COUNT
003280     MOVE ER-EMP-ID TO WS-E-EMP-ID(WS-EMP-COUNT)
003290     MOVE ER-NAME TO WS-E-NAME(WS-EMP-COUNT)
003300     MOVE ER-DEPT TO WS-E-DEPT(WS-EMP-COUNT)
003310     MOVE ER-SUPERVISOR TO WS-E-SUPV(WS-EMP-COUNT)
003320     MOVE 0 TO WS-E-CARDS(WS-EMP-COUNT)
003330     MOVE 0 TO WS-E-REJECTS(WS-EMP-COUNT).
003340 1450-EXIT.
003350     EXIT.
003360
003370*----EVERY PROBLEM CARD, THEN EVERY EMPLOYEE LEFT WITHOUT A CARD
003380*----THE PAYROLL RUN CAN PAY, RELEASED TO THE SORT
003390 2000-FIND-PROBLEMS.
003400     OPEN INPUT VARTIME-IN
003410     IF WS-TIME-STATUS NOT = "00"
003420         DISPLAY "TCMISS: NO TIMESHEET FILE - EVERY EMPLOYEE "
003430             "LISTED AS MISSING"
003440     ELSE
003450         PERFORM 2100-CHECK-ONE-CARD THRU 2100-EXIT
003460             UNTIL NO-MORE-CARDS
003470         CLOSE VARTIME-IN
003480     END-IF
003490     PERFORM 2500-CHECK-ONE-EMPLOYEE THRU 2500-EXIT
003500         VARYING WS-EMP-IX FROM 1 BY 1
003510         UNTIL WS-EMP-IX > WS-EMP-COUNT.
003520 2000-EXIT.
003530     EXIT.
003540
003550*----A CARD DATED OUTSIDE THE OPEN PERIOD, OR FOR SOMEONE NOT ON
003560*----THE LIST ABOVE, IS THE PAYROLL RUN'S EXCEPTION REPORT'S
003570*----BUSINESS, NOT THIS ONE'S.
003580 2100-CHECK-ONE-CARD.
003590     READ VARTIME-IN
003600         AT END
003610             MOVE "Y" TO WS-TIME-EOF-SW
003620             GO TO 2100-EXIT
003630     END-READ
003640     ADD 1 TO WS-CARD-COUNT
003650     IF TS-WORK-DATE NOT NUMERIC
003660         GO TO 2100-EXIT
003670     END-IF
003680     IF TS-WORK-DATE < WS-PERIOD-START
003690         OR TS-WORK-DATE > WS-PERIOD-END
003700         GO TO 2100-EXIT
003710     END-IF
003720     PERFORM 8000-FIND-EMPLOYEE THRU 8000-EXIT
003730     IF WS-EMP-IX = 0
003740         GO TO 2100-EXIT
003750     END-IF
003760     ADD 1 TO WS-PERIOD-CARDS
003770     ADD 1 TO WS-E-CARDS(WS-EMP-IX)
003780     IF CARD-REJECTED
003790         ADD 1 TO WS-E-REJECTS(WS-EMP-IX)
003800         GO TO 2100-EXIT
003810     END-IF
003820     IF TS-HOURS NOT NUMERIC
003830         MOVE 0 TO TS-HOURS
003840     END-IF
003850     IF NOT CARD-PENDING AND TS-HOURS > 0
003860         GO TO 2100-EXIT
003870     END-IF
003880     EVALUATE TRUE
003890         WHEN CARD-PENDING AND TS-HOURS = 0
003900             MOVE "B" TO SR-KIND
003910             ADD 1 TO WS-PENDING-COUNT
003920             ADD 1 TO WS-ZERO-COUNT
003930         WHEN CARD-PENDING
003940             MOVE "P" TO SR-KIND
003950             ADD 1 TO WS-PENDING-COUNT
003960         WHEN OTHER
003970             MOVE "Z" TO SR-KIND
003980             ADD 1 TO WS-ZERO-COUNT
003990     END-EVALUATE
004000*----AN EMPLOYEE NOT YET ASSIGNED IS SHOWN UNDER THE DEPARTMENT
004010*----THE CARD WAS KEYED FOR AND WHOEVER LAST DECIDED IT
004020     MOVE WS-E-DEPT(WS-EMP-IX) TO SR-DEPT
004030     IF SR-DEPT = SPACES
004040         MOVE TS-WHERE TO SR-DEPT
004050     END-IF
004060     MOVE WS-E-SUPV(WS-EMP-IX) TO SR-SUPERVISOR
004070     IF SR-SUPERVISOR = SPACES
004080         MOVE TS-APPROVER TO SR-SUPERVISOR
004090     END-IF
004100     MOVE WS-E-NAME(WS-EMP-IX) TO SR-NAME
004110     MOVE TS-EMP-ID TO SR-EMP-ID
004120     MOVE TS-WORK-DATE TO SR-DATE
004130     MOVE TS-HOURS TO SR-HOURS
004140     RELEASE SORT-REC.
004150 2100-EXIT.
004160     EXIT.
004170
004180*----NO CARD AT ALL, OR ONLY REJECTED ONES - NOTHING TO PAY
004190 2500-CHECK-ONE-EMPLOYEE.
004200     IF WS-E-CARDS(WS-EMP-IX) > WS-E-REJECTS(WS-EMP-IX)
004210         GO TO 2500-EXIT
004220     END-IF
004230     IF WS-E-CARDS(WS-EMP-IX) = 0
004240         MOVE "N" TO SR-KIND
004250         ADD 1 TO WS-NO-CARD-COUNT
004260     ELSE
004270         MOVE "R" TO SR-KIND
004280         ADD 1 TO WS-REJECTED-COUNT
004290     END-IF
004300     MOVE WS-E-DEPT(WS-EMP-IX) TO SR-DEPT
004310     MOVE WS-E-SUPV(WS-EMP-IX) TO SR-SUPERVISOR
004320     MOVE WS-E-NAME(WS-EMP-IX) TO SR-NAME
004330     MOVE WS-E-EMP-ID(WS-EMP-IX) TO SR-EMP-ID
004340     MOVE 0 TO SR-DATE
004350     MOVE 0 TO SR-HOURS
004360     RELEASE SORT-REC.
004370 2500-EXIT.
004380     EXIT.
004390
004400 3000-WRITE-LIST.
004410     MOVE "N" TO WS-SORT-EOF-SW
004420     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT
004430     PERFORM 3100-ONE-LINE THRU 3100-EXIT
004440         UNTIL END-OF-SORTED-LINES
004450     IF FIRST-GROUP
004460         MOVE SPACES TO MISS-RPT-REC
004470         MOVE "  EVERY HOURLY EMPLOYEE HAS AN APPROVED CARD IN"
004480             TO MISS-RPT-REC
004490         WRITE MISS-RPT-REC
004500     ELSE
004510         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
004520     END-IF
004530     PERFORM 3800-RUN-SUMMARY THRU 3800-EXIT.
004540 3000-EXIT.
004550     EXIT.
004560
004570 3050-RETURN-NEXT.
004580     RETURN SORT-WORK
004590         AT END MOVE "Y" TO WS-SORT-EOF-SW
004600     END-RETURN.
004610 3050-EXIT.
004620     EXIT.
004630
004640 3100-ONE-LINE.
004650     IF FIRST-GROUP OR SR-DEPT NOT = WS-CUR-DEPT
004660         OR SR-SUPERVISOR NOT = WS-CUR-SUPV
004670         IF NOT FIRST-GROUP
004680             PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
004690         END-IF
004700         PERFORM 3200-OPEN-GROUP THRU 3200-EXIT
004710     END-IF
004720     ADD 1 TO WS-GROUP-COUNT
004730     ADD 1 TO WS-LISTED-COUNT
004740     MOVE SPACES TO WS-DETAIL-LINE
004750     MOVE SR-EMP-ID TO DL-EMP-ID
004760     MOVE SR-NAME TO DL-NAME
004770     EVALUATE TRUE
004780         WHEN SR-NO-CARD
004790             MOVE "NO CARD FOR THE PERIOD" TO DL-PROBLEM
004800         WHEN SR-ALL-REJECTED
004810             MOVE "EVERY CARD REJECTED" TO DL-PROBLEM
004820         WHEN SR-PENDING
004830             MOVE "AWAITING APPROVAL" TO DL-PROBLEM
004840         WHEN SR-ZERO-HOURS
004850             MOVE "ZERO HOURS" TO DL-PROBLEM
004860         WHEN SR-PENDING-ZERO
004870             MOVE "ZERO HOURS, NOT APPROVED" TO DL-PROBLEM
004880     END-EVALUATE
004890     IF SR-DATE NOT = 0
004900         MOVE SR-DATE TO DL-DATE
004910         MOVE SR-HOURS TO DL-HOURS
004920     END-IF
004930     WRITE MISS-RPT-REC FROM WS-DETAIL-LINE
004940     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT.
004950 3100-EXIT.
004960     EXIT.
004970
004980 3200-OPEN-GROUP.
004990     MOVE "N" TO WS-FIRST-SW
005000     MOVE SR-DEPT TO WS-CUR-DEPT
005010     MOVE SR-SUPERVISOR TO WS-CUR-SUPV
005020     MOVE 0 TO WS-GROUP-COUNT
005030     MOVE SPACES TO MISS-RPT-REC
005040     WRITE MISS-RPT-REC
005050     IF SR-DEPT = SPACES
005060         MOVE "(NOT ASSIGNED)" TO GH-DEPT
005070     ELSE
005080         MOVE SR-DEPT TO GH-DEPT
005090     END-IF
005100     IF SR-SUPERVISOR = SPACES
005110         MOVE "(NOT ASSIGNED)" TO GH-SUPV
005120     ELSE
005130         MOVE SR-SUPERVISOR TO GH-SUPV
005140     END-IF
005150     WRITE MISS-RPT-REC FROM WS-GROUP-HEAD
005160     WRITE MISS-RPT-REC FROM WS-DASH-LINE
005170     WRITE MISS-RPT-REC FROM WS-COLUMN-HEAD.
005180 3200-EXIT.
005190     EXIT.
005200
005210 3300-CLOSE-GROUP.
005220     MOVE WS-GROUP-COUNT TO GT-COUNT
005230     WRITE MISS-RPT-REC FROM WS-GROUP-TOTAL.
005240 3300-EXIT.
005250     EXIT.
005260
005270 3800-RUN-SUMMARY.
005280     MOVE SPACES TO MISS-RPT-REC
005290     WRITE MISS-RPT-REC
005300     WRITE MISS-RPT-REC FROM WS-RULE-LINE
005310     MOVE "HOURLY EMPLOYEES CHECKED" TO SL-LABEL
005320     MOVE WS-EMP-COUNT TO SL-COUNT
005330     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE
005340     MOVE "CARDS DATED IN THE PERIOD" TO SL-LABEL
005350     MOVE WS-PERIOD-CARDS TO SL-COUNT
005360     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE
005370     MOVE "EMPLOYEES WITH NO CARD" TO SL-LABEL
005380     MOVE WS-NO-CARD-COUNT TO SL-COUNT
005390     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE
005400     MOVE "EMPLOYEES WITH EVERY CARD REJECTED" TO SL-LABEL
005410     MOVE WS-REJECTED-COUNT TO SL-COUNT
005420     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE
005430     MOVE "CARDS AWAITING APPROVAL" TO SL-LABEL
005440     MOVE WS-PENDING-COUNT TO SL-COUNT
005450     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE
005460     MOVE "CARDS WITH ZERO HOURS" TO SL-LABEL
005470     MOVE WS-ZERO-COUNT TO SL-COUNT
005480     WRITE MISS-RPT-REC FROM WS-SUMMARY-LINE.
005490 3800-EXIT.
005500     EXIT.
005510
005520*----THE TABLE ROW FOR THE CARD'S PAYROLL ID, ZERO IF NONE
005530 8000-FIND-EMPLOYEE.
005540     MOVE 0 TO WS-EMP-IX
005550     PERFORM 8050-MATCH-ONE-EMPLOYEE THRU 8050-EXIT
005560         VARYING WS-EX FROM 1 BY 1
005570         UNTIL WS-EX > WS-EMP-COUNT OR WS-EMP-IX > 0.
005580 8000-EXIT.
005590     EXIT.
005600
005610 8050-MATCH-ONE-EMPLOYEE.
005620     IF WS-E-EMP-ID(WS-EX) = TS-EMP-ID
005630         MOVE WS-EX TO WS-EMP-IX
005640     END-IF.
005650 8050-EXIT.
005660     EXIT.
005670
005680 9000-TERMINATE.
005690     IF NOT RUN-REFUSED
005700         CLOSE MISS-RPT
005710         DISPLAY "TCMISS: HOURLY EMPLOYEES CHECKED - "
005720             WS-EMP-COUNT
005730         DISPLAY "TCMISS: EMPLOYEES WITH NO CARD - "
005740             WS-NO-CARD-COUNT
005750         DISPLAY "TCMISS: EMPLOYEES WITH EVERY CARD REJECTED - "
005760             WS-REJECTED-COUNT
005770         DISPLAY "TCMISS: CARDS AWAITING APPROVAL - "
005780             WS-PENDING-COUNT
005790         DISPLAY "TCMISS: CARDS WITH ZERO HOURS - "
005800             WS-ZERO-COUNT
005810         IF WS-LISTED-COUNT > 0
005820             MOVE 4 TO RETURN-CODE
005830         END-IF
005840     END-IF
005850     MOVE WS-CARD-COUNT TO WS-LOG-READ
005860     MOVE WS-LISTED-COUNT TO WS-LOG-WRITTEN
005870     MOVE 0 TO WS-LOG-REJECTS
005880     MOVE "E" TO WS-LOG-EVENT
005890     MOVE RETURN-CODE TO WS-LOG-RC
005900     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
005910         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
005911*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
005912*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
005913     MOVE WS-LOG-RC TO RETURN-CODE.
005920 9000-EXIT.
005930     EXIT.
