000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UIWAGES.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - QUARTERLY STATE UNEMPLOYMENT WAGE
000100*                   REPORT. THE UIQTRCTL CARD NAMES THE YEAR AND
000110*                   QUARTER; THE QUARTER'S PAYHIST RECORDS ARE
000120*                   SORTED BY OPERATING COMPANY, SUTA STATE AND
000130*                   SSN, AND EACH COMPANY GETS ITS OWN REPORT -
000140*                   EVERY EMPLOYEE'S QUARTER GROSS, SUTA TAXABLE
000150*                   AND EXCESS WAGES BY STATE, THE STATE'S SUTA
000160*                   LIABILITY AT THE UNEMPTAB RATE, AND THE
000170*                   COMPANY'S FUTA LIABILITY. THE REPORT MASKS
000180*                   THE SSN; THE UIWAGEXT FILING EXTRACT CARRIES
000190*                   IT IN FULL FOR THE STATE WAGE FILING.
000191*   2026-10-15  DP  EACH COMPANY'S REPORT IS TAGGED WITH REPORT ID
000192*                   UIWAGES AND ITS COMPANY FOR THE RPTSPOOL
000193*                   DISTRIBUTION RUN.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT UIQCTL-IN   ASSIGN TO UIQTRCTL
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-CTL-STATUS.
000270     SELECT PAYHIST-IN  ASSIGN TO PAYHIST
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-HIST-STATUS.
000300     SELECT EMPMAST     ASSIGN TO EMPMAST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS ER-SSnum
000340         FILE STATUS IS WS-EMP-STATUS.
000350     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TAB-STATUS.
000380     SELECT SORT-WORK   ASSIGN TO SORTWK.
000390     SELECT UIWAG-RPT   ASSIGN TO UIWAGRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT UIWAG-EXT   ASSIGN TO UIWAGEXT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----YEAR AND QUARTER BEING REPORTED, E.G. 20263 FOR THE THIRD
000470*----QUARTER OF 2026.
000480 FD  UIQCTL-IN.
000490 01  UIQCTL-REC.
000500     05  QC-YEAR          PIC 9(4).
000510     05  QC-QUARTER       PIC 9(1).
000520
000530 FD  PAYHIST-IN.
000540     COPY "PAYHIST.cpy".
000550
000560 FD  EMPMAST.
000570     COPY "EMPLOYEE.cpy".
000580
000590*----SAME RATE AND WAGE BASE TABLE THE PAYROLL RUN USES - STATE
000600*----US IS THE FUTA ROW, A ROW WITH A COMPANY IS THAT
000610*----EMPLOYER'S OWN EXPERIENCE RATE.
000620 FD  UNEMPTAB-IN.
000630 01  UNEMPTAB-REC.
000640     05  UT-STATE         PIC X(2).
000650     05  UT-COMPANY       PIC X(2).
000660     05  UT-WAGE-BASE     PIC 9(6)V99.
000670     05  UT-RATE          PIC 9V9999.
000680
000690 SD  SORT-WORK.
000700 01  SORT-REC.
000710     05  SR-COMPANY       PIC X(2).
000720     05  SR-STATE         PIC X(2).
000730     05  SR-SSN           PIC 9(9).
000740     05  SR-NAME          PIC X(30).
000750     05  SR-GROSS         PIC 9(5)V99.
000760     05  SR-FUTA-WAGES    PIC 9(5)V99.
000770     05  SR-SUTA-WAGES    PIC 9(5)V99.
000780
000790 FD  UIWAG-RPT.
000800 01  UIWAG-RPT-REC        PIC X(60).
000810
000820*----ONE RECORD PER COMPANY, STATE AND EMPLOYEE FOR THE QUARTER.
000830 FD  UIWAG-EXT.
000840 01  UIWAG-EXT-REC.
000850     05  UX-COMPANY       PIC X(2).
000860     05  UX-STATE         PIC X(2).
000870     05  UX-YEAR          PIC 9(4).
000880     05  UX-QUARTER       PIC 9(1).
000890     05  UX-SSN           PIC 9(9).
000900     05  UX-NAME          PIC X(30).
000910     05  UX-GROSS         PIC 9(7)V99.
000920     05  UX-TAXABLE       PIC 9(7)V99.
000930     05  UX-EXCESS        PIC 9(7)V99.
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000970 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
000980 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
000990 01  WS-TAB-STATUS        PIC X(2) VALUE SPACES.
001000 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
001010     88  NO-CONTROL-REC       VALUE "Y".
001020 01  WS-HIST-EOF-SW       PIC X(1) VALUE "N".
001030     88  END-OF-HISTORY       VALUE "Y".
001040 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001050     88  END-OF-EMPLOYEES     VALUE "Y".
001060 01  WS-TAB-EOF-SW        PIC X(1) VALUE "N".
001070     88  END-OF-RATES         VALUE "Y".
001080 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001090     88  END-OF-SORT          VALUE "Y".
001100 01  WS-EMP-FOUND-SW      PIC X(1) VALUE "N".
001110     88  EMP-IN-TABLE         VALUE "Y".
001120 01  WS-RUN-OK-SW         PIC X(1) VALUE "N".
001130     88  RUN-OK               VALUE "Y".
001140 01  WS-RPT-YEAR          PIC 9(4) VALUE 0.
001150 01  WS-RPT-QUARTER       PIC 9(1) VALUE 0.
001160 01  WS-QTR-FIRST-MONTH   PIC 9(2) VALUE 0.
001170 01  WS-QTR-LAST-MONTH    PIC 9(2) VALUE 0.
001180 01  WS-DATE-WORK         PIC 9(8) VALUE 0.
001190 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001200     05  WS-DW-YEAR       PIC 9(4).
001210     05  WS-DW-MONTH      PIC 9(2).
001220     05  WS-DW-DAY        PIC 9(2).
001230 01  WS-FIND-SSN          PIC 9(9) VALUE 0.
001240 01  WS-HIST-COUNT        PIC 9(7) COMP VALUE 0.
001250 01  WS-QTR-COUNT         PIC 9(7) COMP VALUE 0.
001260 01  WS-ORPHAN-COUNT      PIC 9(5) COMP VALUE 0.
001270 01  WS-NO-RATE-COUNT     PIC 9(3) COMP VALUE 0.
001280 01  WS-EXT-COUNT         PIC 9(7) COMP VALUE 0.
001290*----SSN TO COMPANY, NAME AND WORK STATE FROM EMPMAST. A PAYHIST
001300*----RECORD WRITTEN BEFORE THE UNEMPLOYMENT FIELDS EXISTED HAS
001310*----NO SUTA STATE AND FALLS BACK TO THE MASTER'S WORK STATE.
001320 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
001330 01  WS-EMP-TABLE.
001340     05  WS-EMP-ENTRY     OCCURS 500 TIMES INDEXED BY EMP-IDX.
001350         10  WS-E-SSN     PIC 9(9).
001360         10  WS-E-COMPANY PIC X(2).
001370         10  WS-E-STATE   PIC X(2).
001380         10  WS-E-NAME    PIC X(30).
001390 01  WS-RATE-COUNT        PIC 9(2) COMP VALUE 0.
001400 01  WS-RATE-TABLE.
001410     05  WS-RATE-ENTRY    OCCURS 60 TIMES INDEXED BY RT-IDX.
001420         10  WS-R-STATE   PIC X(2).
001430         10  WS-R-COMPANY PIC X(2).
001440         10  WS-R-BASE    PIC 9(6)V99.
001450         10  WS-R-RATE    PIC 9V9999.
001460 01  WS-LOOK-STATE        PIC X(2) VALUE SPACES.
001470 01  WS-HOLD-RATE-IX      PIC 9(2) COMP VALUE 0.
001480 01  WS-FOUND-RATE        PIC 9V9999 VALUE 0.
001490*----CONTROL-BREAK HOLD FIELDS AND TOTALS.
001500 01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
001510 01  WS-HOLD-STATE        PIC X(2) VALUE SPACES.
001520 01  WS-HOLD-SSN          PIC 9(9) VALUE 0.
001530 01  WS-HOLD-NAME         PIC X(30) VALUE SPACES.
001540 01  WS-EMP-GROSS         PIC 9(7)V99 VALUE 0.
001550 01  WS-EMP-FUTA          PIC 9(7)V99 VALUE 0.
001560 01  WS-EMP-SUTA          PIC 9(7)V99 VALUE 0.
001570 01  WS-EMP-EXCESS        PIC 9(7)V99 VALUE 0.
001580 01  WS-ST-GROSS          PIC 9(9)V99 VALUE 0.
001590 01  WS-ST-SUTA           PIC 9(9)V99 VALUE 0.
001600 01  WS-ST-EXCESS         PIC 9(9)V99 VALUE 0.
001610 01  WS-ST-LIABILITY      PIC 9(9)V99 VALUE 0.
001620 01  WS-CO-GROSS          PIC 9(9)V99 VALUE 0.
001630 01  WS-CO-FUTA           PIC 9(9)V99 VALUE 0.
001640 01  WS-CO-SUTA-LIAB      PIC 9(9)V99 VALUE 0.
001650 01  WS-CO-FUTA-LIAB      PIC 9(9)V99 VALUE 0.
001660 01  WS-MASKED-SSN        PIC X(11) VALUE SPACES.
001670 01  WS-EMP-LINE.
001680     05  EL-SSN           PIC X(11).
001690     05  FILLER           PIC X(1) VALUE SPACE.
001700     05  EL-NAME          PIC X(15).
001710     05  FILLER           PIC X(1) VALUE SPACE.
001720     05  EL-GROSS         PIC ZZZ,ZZ9.99.
001730     05  FILLER           PIC X(1) VALUE SPACE.
001740     05  EL-TAXABLE       PIC ZZZ,ZZ9.99.
001750     05  FILLER           PIC X(1) VALUE SPACE.
001760     05  EL-EXCESS        PIC ZZZ,ZZ9.99.
001770 01  WS-EMP-HEAD.
001780     05  FILLER           PIC X(28) VALUE "EMPLOYEE".
001790     05  FILLER           PIC X(11) VALUE "  QTR GROSS".
001800     05  FILLER           PIC X(11) VALUE "    TAXABLE".
001810     05  FILLER           PIC X(10) VALUE "    EXCESS".
001820 01  WS-AMOUNT-LINE.
001830     05  AL-LABEL         PIC X(30).
001840     05  AL-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER           PIC X(1) VALUE SPACE.
001860     05  AL-FLAG          PIC X(12).
001870 01  WS-RATE-LINE.
001880     05  RL-LABEL         PIC X(18).
001890     05  RL-RATE          PIC Z9.99.
001900     05  FILLER           PIC X(1) VALUE "%".
001910 01  WS-RATE-PCT          PIC 9(2)V99 VALUE 0.
001920 01  WS-TEXT-LINE         PIC X(60) VALUE SPACES.
001930 01  WS-TITLE-LINE.
001940     05  FILLER           PIC X(20)
001950                          VALUE "UI WAGE REPORT - CO ".
001960     05  TT-COMPANY       PIC X(2).
001970     05  FILLER           PIC X(2) VALUE SPACES.
001980     05  TT-YEAR          PIC 9(4).
001990     05  FILLER           PIC X(2) VALUE " Q".
002000     05  TT-QUARTER       PIC 9(1).
002010     05  FILLER           PIC X(9) VALUE SPACES.
002020 01  WS-RPT-CONTROL.
002030     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002040     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
002050     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
002060     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
002070     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
002080     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
002090     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002100     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002110     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002111     05  WS-RPT-ID          PIC X(8) VALUE "UIWAGES".
002112     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002120 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002130
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     IF RUN-OK
002180         SORT SORT-WORK
002190             ON ASCENDING KEY SR-COMPANY SR-STATE SR-SSN
002200             INPUT PROCEDURE IS 2000-SELECT-QUARTER
002210                 THRU 2000-EXIT
002220             OUTPUT PROCEDURE IS 3000-WRITE-REPORT
002230                 THRU 3000-EXIT
002240     END-IF
002250     PERFORM 5000-TERMINATE THRU 5000-EXIT
002260     GOBACK.
002270
002280*----NO QUARTER, NO REPORT - THE FIGURES GO ON A FILED RETURN
002290*----AND MUST NEVER COME FROM A GUESSED PERIOD.
002300 1000-INITIALIZE.
002310     OPEN INPUT UIQCTL-IN
002320     IF WS-CTL-STATUS NOT = "00"
002330         DISPLAY "UIWAGES: NO UIQTRCTL QUARTER CONTROL - "
002340             "RUN REFUSED"
002350         MOVE 12 TO RETURN-CODE
002360         GO TO 1000-EXIT
002370     END-IF
002380     READ UIQCTL-IN
002390         AT END MOVE "Y" TO WS-CTL-EOF-SW
002400     END-READ
002410     CLOSE UIQCTL-IN
002420     IF NO-CONTROL-REC OR QC-YEAR = 0
002430         OR QC-QUARTER < 1 OR QC-QUARTER > 4
002440         DISPLAY "UIWAGES: UIQTRCTL EMPTY OR INVALID - "
002450             "RUN REFUSED"
002460         MOVE 12 TO RETURN-CODE
002470         GO TO 1000-EXIT
002480     END-IF
002490     MOVE QC-YEAR TO WS-RPT-YEAR
002500     MOVE QC-QUARTER TO WS-RPT-QUARTER
002510     COMPUTE WS-QTR-FIRST-MONTH = (WS-RPT-QUARTER * 3) - 2
002520     COMPUTE WS-QTR-LAST-MONTH = WS-RPT-QUARTER * 3
002530     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
002540     PERFORM 1200-LOAD-EMP-TABLE THRU 1200-EXIT
002550     OPEN INPUT PAYHIST-IN
002560     IF WS-HIST-STATUS NOT = "00"
002570         DISPLAY "UIWAGES: UNABLE TO OPEN PAYHIST - STATUS "
002580             WS-HIST-STATUS
002590         MOVE 8 TO RETURN-CODE
002600         GO TO 1000-EXIT
002610     END-IF
002620     OPEN OUTPUT UIWAG-RPT
002630     OPEN OUTPUT UIWAG-EXT
002640     MOVE "Y" TO WS-RUN-OK-SW.
002650 1000-EXIT.
002660     EXIT.
002670
002680*----WITHOUT THE TABLE THE WAGES STILL LIST, BUT EVERY
002690*----LIABILITY LINE IS FLAGGED NO RATE.
002700 1100-LOAD-RATES.
002710     OPEN INPUT UNEMPTAB-IN
002720     IF WS-TAB-STATUS NOT = "00"
002730         DISPLAY "UIWAGES: NO UNEMPTAB RATE TABLE - "
002740             "LIABILITY NOT COMPUTED"
002750         GO TO 1100-EXIT
002760     END-IF
002770     PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
002780         UNTIL END-OF-RATES OR WS-RATE-COUNT >= 60
002790     CLOSE UNEMPTAB-IN.
002800 1100-EXIT.
002810     EXIT.
002820
002830 1150-LOAD-ONE-RATE.
002840     READ UNEMPTAB-IN
002850         AT END MOVE "Y" TO WS-TAB-EOF-SW
002860     END-READ
002870     IF NOT END-OF-RATES
002880         ADD 1 TO WS-RATE-COUNT
002890         SET RT-IDX TO WS-RATE-COUNT
002900         MOVE UT-STATE TO WS-R-STATE(RT-IDX)
002910         MOVE UT-COMPANY TO WS-R-COMPANY(RT-IDX)
002920         MOVE UT-WAGE-BASE TO WS-R-BASE(RT-IDX)
002930         MOVE UT-RATE TO WS-R-RATE(RT-IDX)
002940     END-IF.
002950 1150-EXIT.
002960     EXIT.
002970
002980*----ONE SEQUENTIAL PASS OVER EMPMAST - TERMINATED EMPLOYEES
002990*----STAY IN, THEIR WAGES ARE STILL ON THE QUARTER.
003000 1200-LOAD-EMP-TABLE.
003010     OPEN INPUT EMPMAST
003020     IF WS-EMP-STATUS NOT = "00"
003030         DISPLAY "UIWAGES: UNABLE TO OPEN EMPMAST - STATUS "
003040             WS-EMP-STATUS
003050         GO TO 1200-EXIT
003060     END-IF
003070     MOVE ZEROES TO ER-SSnum
003080     START EMPMAST KEY IS NOT LESS THAN ER-SSnum
003090         INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
003100     END-START
003110     PERFORM 1250-LOAD-ONE-EMPLOYEE THRU 1250-EXIT
003120         UNTIL END-OF-EMPLOYEES OR WS-EMP-COUNT >= 500
003130     CLOSE EMPMAST.
003140 1200-EXIT.
003150     EXIT.
003160
003170 1250-LOAD-ONE-EMPLOYEE.
003180     READ EMPMAST NEXT RECORD
003190         AT END MOVE "Y" TO WS-EMP-EOF-SW
003200     END-READ
003210     IF NOT END-OF-EMPLOYEES
003220         ADD 1 TO WS-EMP-COUNT
003230         SET EMP-IDX TO WS-EMP-COUNT
003240         MOVE ER-SSnum TO WS-E-SSN(EMP-IDX)
003250         MOVE ER-COMPANY TO WS-E-COMPANY(EMP-IDX)
003260         MOVE ER-WORK-STATE TO WS-E-STATE(EMP-IDX)
003270         MOVE ER-NAME TO WS-E-NAME(EMP-IDX)
003280     END-IF.
003290 1250-EXIT.
003300     EXIT.
003310
003320*----SSN IN WS-FIND-SSN; LEAVES EMP-IDX ON ITS ROW WHEN FOUND.
003330 1300-FIND-EMPLOYEE.
003340     MOVE "N" TO WS-EMP-FOUND-SW
003350     IF WS-EMP-COUNT = 0
003360         GO TO 1300-EXIT
003370     END-IF
003380     PERFORM 1350-MATCH-ONE-EMP THRU 1350-EXIT
003390         VARYING EMP-IDX FROM 1 BY 1
003400         UNTIL EMP-IDX > WS-EMP-COUNT OR EMP-IN-TABLE.
003410 1300-EXIT.
003420     EXIT.
003430
003440 1350-MATCH-ONE-EMP.
003450     IF WS-E-SSN(EMP-IDX) = WS-FIND-SSN
003460         MOVE "Y" TO WS-EMP-FOUND-SW
003470         SET EMP-IDX DOWN BY 1
003480     END-IF.
003490 1350-EXIT.
003500     EXIT.
003510
003520*----STATE IN WS-LOOK-STATE, COMPANY IN WS-HOLD-COMPANY; THE
003530*----COMPANY'S OWN ROW WINS OVER THE STATE'S BLANK-COMPANY ROW.
003540*----WS-HOLD-RATE-IX IS ZERO WHEN THE STATE HAS NO ROW.
003550 1400-FIND-RATE.
003560     MOVE 0 TO WS-HOLD-RATE-IX
003570     MOVE 0 TO WS-FOUND-RATE
003580     IF WS-RATE-COUNT = 0
003590         GO TO 1400-EXIT
003600     END-IF
003610     PERFORM 1450-MATCH-ONE-RATE THRU 1450-EXIT
003620         VARYING RT-IDX FROM 1 BY 1
003630         UNTIL RT-IDX > WS-RATE-COUNT
003640     IF WS-HOLD-RATE-IX > 0
003650         SET RT-IDX TO WS-HOLD-RATE-IX
003660         MOVE WS-R-RATE(RT-IDX) TO WS-FOUND-RATE
003670     END-IF.
003680 1400-EXIT.
003690     EXIT.
003700
003710 1450-MATCH-ONE-RATE.
003720     IF WS-R-STATE(RT-IDX) NOT = WS-LOOK-STATE
003730         GO TO 1450-EXIT
003740     END-IF
003750     IF WS-R-COMPANY(RT-IDX) = WS-HOLD-COMPANY
003760         AND WS-HOLD-COMPANY NOT = SPACES
003770         SET WS-HOLD-RATE-IX TO RT-IDX
003780     ELSE
003790         IF WS-R-COMPANY(RT-IDX) = SPACES
003800             AND WS-HOLD-RATE-IX = 0
003810             SET WS-HOLD-RATE-IX TO RT-IDX
003820         END-IF
003830     END-IF.
003840 1450-EXIT.
003850     EXIT.
003860
003870*----SORT INPUT - EVERY PAYHIST RECORD WHOSE PERIOD END FALLS
003880*----IN THE QUARTER, TAGGED WITH ITS COMPANY AND SUTA STATE.
003890*----RECORDS OLDER THAN THE UNEMPLOYMENT FIELDS CARRY SPACES
003900*----THERE AND COUNT AS NO TAXABLE WAGES.
003910 2000-SELECT-QUARTER.
003920     PERFORM 2100-READ-HIST THRU 2100-EXIT
003930     PERFORM 2200-RELEASE-ONE-HIST THRU 2200-EXIT
003940         UNTIL END-OF-HISTORY.
003950 2000-EXIT.
003960     EXIT.
003970
003980 2100-READ-HIST.
003990     READ PAYHIST-IN
004000         AT END MOVE "Y" TO WS-HIST-EOF-SW
004010     END-READ.
004020 2100-EXIT.
004030     EXIT.
004040
004050 2200-RELEASE-ONE-HIST.
004060     ADD 1 TO WS-HIST-COUNT
004070     MOVE PH-PERIOD-END TO WS-DATE-WORK
004080     IF WS-DW-YEAR NOT = WS-RPT-YEAR
004090         OR WS-DW-MONTH < WS-QTR-FIRST-MONTH
004100         OR WS-DW-MONTH > WS-QTR-LAST-MONTH
004110         GO TO 2200-NEXT
004120     END-IF
004130     ADD 1 TO WS-QTR-COUNT
004140     MOVE SPACES TO SORT-REC
004150     MOVE PH-SSN TO SR-SSN WS-FIND-SSN
004160     PERFORM 1300-FIND-EMPLOYEE THRU 1300-EXIT
004170     IF EMP-IN-TABLE
004180         MOVE WS-E-COMPANY(EMP-IDX) TO SR-COMPANY
004190         MOVE WS-E-NAME(EMP-IDX) TO SR-NAME
004200         MOVE WS-E-STATE(EMP-IDX) TO SR-STATE
004210     ELSE
004220         ADD 1 TO WS-ORPHAN-COUNT
004230         MOVE "??" TO SR-COMPANY
004240         MOVE "NOT ON EMPMAST" TO SR-NAME
004250     END-IF
004260     IF PH-UI-STATE NOT = SPACES
004270         MOVE PH-UI-STATE TO SR-STATE
004280     END-IF
004290     MOVE PH-GROSS TO SR-GROSS
004300     IF PH-FUTA-WAGES NUMERIC
004310         MOVE PH-FUTA-WAGES TO SR-FUTA-WAGES
004320     ELSE
004330         MOVE 0 TO SR-FUTA-WAGES
004340     END-IF
004350     IF PH-SUTA-WAGES NUMERIC
004360         MOVE PH-SUTA-WAGES TO SR-SUTA-WAGES
004370     ELSE
004380         MOVE 0 TO SR-SUTA-WAGES
004390     END-IF
004400     RELEASE SORT-REC.
004410 2200-NEXT.
004420     PERFORM 2100-READ-HIST THRU 2100-EXIT.
004430 2200-EXIT.
004440     EXIT.
004450
004460*----SORT OUTPUT - COMPANY, STATE AND EMPLOYEE CONTROL BREAKS.
004470 3000-WRITE-REPORT.
004480     PERFORM 3050-RETURN-SORT THRU 3050-EXIT
004490     IF END-OF-SORT
004500         DISPLAY "UIWAGES: NO PAYHIST IN THE QUARTER"
004510         GO TO 3000-EXIT
004520     END-IF
004530     PERFORM 3100-ONE-COMPANY THRU 3100-EXIT
004540         UNTIL END-OF-SORT.
004550 3000-EXIT.
004560     EXIT.
004570
004580 3050-RETURN-SORT.
004590     RETURN SORT-WORK
004600         AT END MOVE "Y" TO WS-SORT-EOF-SW
004610     END-RETURN.
004620 3050-EXIT.
004630     EXIT.
004640
004650*----EACH COMPANY STARTS ITS OWN REPORT - PAGE ONE, ITS OWN
004660*----TITLE - BECAUSE EACH FILES ITS OWN RETURNS.
004670 3100-ONE-COMPANY.
004680     MOVE SR-COMPANY TO WS-HOLD-COMPANY
004690     MOVE 0 TO WS-CO-GROSS WS-CO-FUTA
004700     MOVE 0 TO WS-CO-SUTA-LIAB WS-CO-FUTA-LIAB
004710     MOVE WS-HOLD-COMPANY TO TT-COMPANY
004711     MOVE WS-HOLD-COMPANY TO WS-RPT-COMPANY
004720     MOVE WS-RPT-YEAR TO TT-YEAR
004730     MOVE WS-RPT-QUARTER TO TT-QUARTER
004740     MOVE WS-TITLE-LINE TO WS-RPT-TITLE
004750     MOVE "I" TO WS-RPT-OP
004760     CALL "RPTWRITE" USING WS-RPT-CONTROL
004770     IF WS-HOLD-COMPANY = "??"
004780         MOVE "SSNS NOT ON EMPMAST - ASSIGN A COMPANY"
004790             TO WS-TEXT-LINE
004800         PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
004810     END-IF
004820     PERFORM 3200-ONE-STATE THRU 3200-EXIT
004830         UNTIL END-OF-SORT
004840             OR SR-COMPANY NOT = WS-HOLD-COMPANY
004850     PERFORM 3500-PRINT-FUTA THRU 3500-EXIT.
004860 3100-EXIT.
004870     EXIT.
004880
004890 3200-ONE-STATE.
004900     MOVE SR-STATE TO WS-HOLD-STATE
004910     MOVE 0 TO WS-ST-GROSS WS-ST-SUTA WS-ST-EXCESS
004920     MOVE 0 TO WS-ST-LIABILITY
004930     MOVE SPACES TO WS-TEXT-LINE
004940     IF WS-HOLD-STATE = SPACES
004950         MOVE "NO WORK STATE - NO SUTA" TO WS-TEXT-LINE
004960     ELSE
004970         STRING "STATE " WS-HOLD-STATE DELIMITED BY SIZE
004980             INTO WS-TEXT-LINE
004990         END-STRING
005000     END-IF
005010     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005020     MOVE WS-EMP-HEAD TO WS-TEXT-LINE
005030     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005040     PERFORM 3300-ONE-EMPLOYEE THRU 3300-EXIT
005050         UNTIL END-OF-SORT
005060             OR SR-COMPANY NOT = WS-HOLD-COMPANY
005070             OR SR-STATE NOT = WS-HOLD-STATE
005080     PERFORM 3400-PRINT-STATE THRU 3400-EXIT.
005090 3200-EXIT.
005100     EXIT.
005110
005120 3300-ONE-EMPLOYEE.
005130     MOVE SR-SSN TO WS-HOLD-SSN
005140     MOVE SR-NAME TO WS-HOLD-NAME
005150     MOVE 0 TO WS-EMP-GROSS WS-EMP-FUTA WS-EMP-SUTA
005160     PERFORM 3350-ADD-ONE-PAY THRU 3350-EXIT
005170         UNTIL END-OF-SORT
005180             OR SR-COMPANY NOT = WS-HOLD-COMPANY
005190             OR SR-STATE NOT = WS-HOLD-STATE
005200             OR SR-SSN NOT = WS-HOLD-SSN
005210     COMPUTE WS-EMP-EXCESS = WS-EMP-GROSS - WS-EMP-SUTA
005220     ADD WS-EMP-GROSS TO WS-ST-GROSS WS-CO-GROSS
005230     ADD WS-EMP-SUTA TO WS-ST-SUTA
005240     ADD WS-EMP-EXCESS TO WS-ST-EXCESS
005250     ADD WS-EMP-FUTA TO WS-CO-FUTA
005260     CALL "SSNMASK" USING WS-HOLD-SSN, WS-MASKED-SSN
005270     MOVE SPACES TO WS-EMP-LINE
005280     MOVE WS-MASKED-SSN TO EL-SSN
005290     MOVE WS-HOLD-NAME TO EL-NAME
005300     MOVE WS-EMP-GROSS TO EL-GROSS
005310     MOVE WS-EMP-SUTA TO EL-TAXABLE
005320     MOVE WS-EMP-EXCESS TO EL-EXCESS
005330     MOVE WS-EMP-LINE TO WS-TEXT-LINE
005340     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005350     MOVE WS-HOLD-COMPANY TO UX-COMPANY
005360     MOVE WS-HOLD-STATE TO UX-STATE
005370     MOVE WS-RPT-YEAR TO UX-YEAR
005380     MOVE WS-RPT-QUARTER TO UX-QUARTER
005390     MOVE WS-HOLD-SSN TO UX-SSN
005400     MOVE WS-HOLD-NAME TO UX-NAME
005410     MOVE WS-EMP-GROSS TO UX-GROSS
005420     MOVE WS-EMP-SUTA TO UX-TAXABLE
005430     MOVE WS-EMP-EXCESS TO UX-EXCESS
005440     WRITE UIWAG-EXT-REC
005450     ADD 1 TO WS-EXT-COUNT.
005460 3300-EXIT.
005470     EXIT.
005480
005490 3350-ADD-ONE-PAY.
005500     ADD SR-GROSS TO WS-EMP-GROSS
005510     ADD SR-FUTA-WAGES TO WS-EMP-FUTA
005520     ADD SR-SUTA-WAGES TO WS-EMP-SUTA
005530     PERFORM 3050-RETURN-SORT THRU 3050-EXIT.
005540 3350-EXIT.
005550     EXIT.
005560
005570 3400-PRINT-STATE.
005580     MOVE "STATE GROSS WAGES" TO AL-LABEL
005590     MOVE WS-ST-GROSS TO AL-AMOUNT
005600     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005610     MOVE "SUTA TAXABLE WAGES" TO AL-LABEL
005620     MOVE WS-ST-SUTA TO AL-AMOUNT
005630     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005640     MOVE "EXCESS WAGES" TO AL-LABEL
005650     MOVE WS-ST-EXCESS TO AL-AMOUNT
005660     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005670     IF WS-HOLD-STATE = SPACES
005680         GO TO 3400-EXIT
005690     END-IF
005700     MOVE WS-HOLD-STATE TO WS-LOOK-STATE
005710     PERFORM 1400-FIND-RATE THRU 1400-EXIT
005720     MOVE "SUTA RATE" TO RL-LABEL
005730     PERFORM 8500-PRINT-RATE THRU 8500-EXIT
005740     COMPUTE WS-ST-LIABILITY ROUNDED =
005750         WS-ST-SUTA * WS-FOUND-RATE
005760     ADD WS-ST-LIABILITY TO WS-CO-SUTA-LIAB
005770     MOVE "SUTA LIABILITY" TO AL-LABEL
005780     MOVE WS-ST-LIABILITY TO AL-AMOUNT
005790     IF WS-HOLD-RATE-IX = 0
005800         MOVE "NO RATE" TO AL-FLAG
005810         ADD 1 TO WS-NO-RATE-COUNT
005820     END-IF
005830     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005840     MOVE SPACES TO WS-TEXT-LINE
005850     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT.
005860 3400-EXIT.
005870     EXIT.
005880
005890*----FUTA IS FEDERAL - ONE FIGURE PER COMPANY ACROSS ALL STATES.
005900 3500-PRINT-FUTA.
005910     MOVE SPACES TO WS-TEXT-LINE
005920     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005930     MOVE "COMPANY GROSS WAGES" TO AL-LABEL
005940     MOVE WS-CO-GROSS TO AL-AMOUNT
005950     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005960     MOVE "FUTA TAXABLE WAGES" TO AL-LABEL
005970     MOVE WS-CO-FUTA TO AL-AMOUNT
005980     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005990     MOVE "US" TO WS-LOOK-STATE
006000     PERFORM 1400-FIND-RATE THRU 1400-EXIT
006010     MOVE "FUTA RATE" TO RL-LABEL
006020     PERFORM 8500-PRINT-RATE THRU 8500-EXIT
006030     COMPUTE WS-CO-FUTA-LIAB ROUNDED =
006040         WS-CO-FUTA * WS-FOUND-RATE
006050     MOVE "FUTA LIABILITY" TO AL-LABEL
006060     MOVE WS-CO-FUTA-LIAB TO AL-AMOUNT
006070     IF WS-HOLD-RATE-IX = 0
006080         MOVE "NO RATE" TO AL-FLAG
006090         ADD 1 TO WS-NO-RATE-COUNT
006100     END-IF
006110     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
006120     MOVE "SUTA LIABILITY ALL STATES" TO AL-LABEL
006130     MOVE WS-CO-SUTA-LIAB TO AL-AMOUNT
006140     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
006150     MOVE SPACES TO WS-AMOUNT-LINE
006160     MOVE "TOTAL UNEMPLOYMENT LIABILITY" TO AL-LABEL
006170     COMPUTE WS-CO-FUTA-LIAB = WS-CO-FUTA-LIAB + WS-CO-SUTA-LIAB
006180     MOVE WS-CO-FUTA-LIAB TO AL-AMOUNT
006190     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
006200     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT.
006210 3500-EXIT.
006220     EXIT.
006230
006240 5000-TERMINATE.
006250     DISPLAY "UIWAGES: PAYHIST RECORDS READ - " WS-HIST-COUNT
006260     DISPLAY "UIWAGES: RECORDS IN THE QUARTER - " WS-QTR-COUNT
006270     DISPLAY "UIWAGES: EXTRACT RECORDS WRITTEN - " WS-EXT-COUNT
006280     IF WS-ORPHAN-COUNT > 0
006290         DISPLAY "UIWAGES: PAYHIST SSNS NOT ON EMPMAST - "
006300             WS-ORPHAN-COUNT
006310         IF RETURN-CODE < 4
006320             MOVE 4 TO RETURN-CODE
006330         END-IF
006340     END-IF
006350     IF WS-NO-RATE-COUNT > 0
006360         DISPLAY "UIWAGES: LIABILITY LINES WITH NO UNEMPTAB "
006370             "RATE - " WS-NO-RATE-COUNT
006380         IF RETURN-CODE < 4
006390             MOVE 4 TO RETURN-CODE
006400         END-IF
006410     END-IF
006420     IF RUN-OK
006430         CLOSE PAYHIST-IN
006440         CLOSE UIWAG-RPT
006450         CLOSE UIWAG-EXT
006460     END-IF.
006470 5000-EXIT.
006480     EXIT.
006490
006500*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
006510*----WRITER SO EVERY REPORT IN THE SHOP LOOKS THE SAME.
006520 8000-PRINT-RPT-DETAIL.
006530     MOVE "D" TO WS-RPT-OP
006540     CALL "RPTWRITE" USING WS-RPT-CONTROL
006550     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
006560 8000-EXIT.
006570     EXIT.
006580
006590 8100-PRINT-RPT-TOTAL.
006600     MOVE "T" TO WS-RPT-OP
006610     CALL "RPTWRITE" USING WS-RPT-CONTROL
006620     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
006630 8100-EXIT.
006640     EXIT.
006650
006660 8200-FLUSH-RPT-LINES.
006670     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
006680         VARYING WS-RPT-IX FROM 1 BY 1
006690         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
006700 8200-EXIT.
006710     EXIT.
006720
006730 8250-WRITE-ONE-RPT-LINE.
006740     WRITE UIWAG-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
006750 8250-EXIT.
006760     EXIT.
006770
006780 8300-PRINT-TEXT.
006790     MOVE WS-TEXT-LINE TO WS-RPT-DETAIL
006800     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006810     MOVE SPACES TO WS-TEXT-LINE.
006820 8300-EXIT.
006830     EXIT.
006840
006850 8400-PRINT-AMOUNT.
006860     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
006870     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006880     MOVE SPACES TO WS-AMOUNT-LINE.
006890 8400-EXIT.
006900     EXIT.
006910
006920*----RATE FROM 1400-FIND-RATE SHOWN AS A PERCENT.
006930 8500-PRINT-RATE.
006940     COMPUTE WS-RATE-PCT = WS-FOUND-RATE * 100
006950     MOVE WS-RATE-PCT TO RL-RATE
006960     MOVE WS-RATE-LINE TO WS-TEXT-LINE
006970     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT.
006980 8500-EXIT.
006990     EXIT.
