000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYACCR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTH-END PAYROLL ACCRUAL. WHEN
000100*                   THE OPEN PAY PERIOD ON PERIODCT STRADDLES THE
000110*                   MONTH END, THE WAGES EARNED BY THE MONTH END
000120*                   ARE WORKED OUT - HOURLY FROM THE APPROVED
000130*                   VARTIME CARDS DATED IN THE CLOSING MONTH AT
000140*                   THE MASTER RATE (TIME AND A HALF OVER 40 ON A
000150*                   CARD, AS THE PAYROLL RUN PAYS), SALARIED AS
000160*                   THE SHARE OF THE PERIOD SALARY FOR THE DAYS
000170*                   ELAPSED - WITH THE EMPLOYER FICA MATCH AND
000180*                   FUTA/SUTA UNDER THEIR WAGE BASES. THE TOTALS
000190*                   GO TO THE PAYACCR HAND-OFF FOR GLEXTR, WHICH
000200*                   POSTS THE ACCRUAL AND ITS REVERSAL THROUGH
000210*                   GLMAP. THE MONTH END COMES FROM THE ACCRCTL
000220*                   CARD, OR IS THE LAST DAY OF THE BUSINESS
000230*                   DATE'S MONTH.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ACCRCTL-IN  ASSIGN TO ACCRCTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-ACTL-STATUS.
000310     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PAYCO-STATUS.
000340     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PERIOD-STATUS.
000370     SELECT EMPMAST     ASSIGN TO EMPMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS ER-SSnum
000410         FILE STATUS IS WS-EMP-STATUS.
000420     SELECT VARTIME-IN  ASSIGN TO VARTIME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TIME-STATUS.
000450     SELECT YTDMAST     ASSIGN TO YTDMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS YT-SSNUM
000490         FILE STATUS IS WS-YTD-STATUS.
000500     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-UI-TAB-STATUS.
000530     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS UW-KEY
000570         FILE STATUS IS WS-UNEMP-STATUS.
000580     SELECT PAYACCR-OUT ASSIGN TO PAYACCR
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ACCR-STATUS.
000610     SELECT ACCR-RPT    ASSIGN TO ACCRRPT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----CONTROL CARD - THE MONTH-END DATE BEING CLOSED. NO CARD
000670*----MEANS THE MONTH OF THE BUSINESS DATE.
000680 FD  ACCRCTL-IN.
000690 01  ACCRCTL-REC.
000700     05  AK-MONTH-END     PIC 9(8).
000710
000720*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
000730*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
000740 FD  PAYCOCTL-IN.
000750 01  PAYCOCTL-REC         PIC X(2).
000760
000770 FD  PERIOD-CTL.
000780 01  PERIOD-CTL-REC.
000790     05  PC-START         PIC 9(8).
000800     05  PC-END           PIC 9(8).
000810     05  PC-STATUS        PIC X(1).
000820     05  PC-COMPANY       PIC X(2).
000830
000840 FD  EMPMAST.
000850     COPY "EMPLOYEE.cpy".
000860
000870 FD  VARTIME-IN.
000880 01  TIMESHEET-REC.
000890     05  TS-WHO           PIC X(15).
000900     05  TS-WHERE         PIC X(20).
000910     05  TS-WHY           PIC X(30).
000920     05  TS-RATE          PIC 9(3).
000930     05  TS-HOURS         PIC 9(3).
000940     05  TS-EMP-ID        PIC X(5).
000950     05  TS-WORK-DATE     PIC 9(8).
000960     05  TS-APPROVAL      PIC X(1).
000970         88  CARD-APPROVED    VALUE "A".
000980     05  TS-APPROVER      PIC X(5).
000990
001000 FD  YTDMAST.
001010     COPY "YTDREC.cpy".
001020
001030 FD  UNEMPTAB-IN.
001040 01  UNEMPTAB-REC.
001050     05  UT-STATE         PIC X(2).
001060     05  UT-COMPANY       PIC X(2).
001070     05  UT-WAGE-BASE     PIC 9(6)V99.
001080     05  UT-RATE          PIC 9V9999.
001090
001100 FD  UNEMPWG.
001110     COPY "UNEMPWG.cpy".
001120
001130 FD  PAYACCR-OUT.
001140     COPY "PAYACCR.cpy".
001150
001160 FD  ACCR-RPT.
001170 01  ACCR-RPT-REC         PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-ACTL-STATUS       PIC X(2) VALUE SPACES.
001210 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001220 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001230     88  NO-COMPANY-CARD      VALUE "Y".
001240 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001250 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001260 01  WS-PERIOD-EOF-SW     PIC X(1) VALUE "N".
001270     88  NO-MORE-PERIODS      VALUE "Y".
001280 01  WS-OPEN-FOUND-SW     PIC X(1) VALUE "N".
001290     88  OPEN-PERIOD-FOUND    VALUE "Y".
001300 01  WS-PERIOD-START      PIC 9(8) VALUE 0.
001310 01  WS-PERIOD-END        PIC 9(8) VALUE 0.
001320 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001330 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001340     88  NO-MORE-EMPLOYEES    VALUE "Y".
001350 01  WS-TIME-STATUS       PIC X(2) VALUE SPACES.
001360 01  WS-TIME-EOF-SW       PIC X(1) VALUE "N".
001370     88  NO-MORE-CARDS        VALUE "Y".
001380 01  WS-YTD-STATUS        PIC X(2) VALUE SPACES.
001390 01  WS-YTD-OPEN-SW       PIC X(1) VALUE "N".
001400     88  YTDMAST-OPEN         VALUE "Y".
001410 01  WS-UI-TAB-STATUS     PIC X(2) VALUE SPACES.
001420 01  WS-UNEMP-STATUS      PIC X(2) VALUE SPACES.
001430 01  WS-UW-OPEN-SW        PIC X(1) VALUE "N".
001440     88  UNEMPWG-OPEN         VALUE "Y".
001450 01  WS-ACCR-STATUS       PIC X(2) VALUE SPACES.
001460 01  WS-STRADDLE-SW       PIC X(1) VALUE "N".
001470     88  PERIOD-STRADDLES     VALUE "Y".
001480 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001490 01  WS-MONTH-END         PIC 9(8) VALUE 0.
001500 01  WS-REVERSE-DATE      PIC 9(8) VALUE 0.
001510 01  WS-PAY-YEAR          PIC 9(4) VALUE 0.
001520 01  WS-CARD-COUNT        PIC 9(5) COMP VALUE 0.
001530 01  WS-USED-COUNT        PIC 9(5) COMP VALUE 0.
001540 01  WS-ACCR-EMP-COUNT    PIC 9(5) COMP VALUE 0.
001550 01  WS-REG-HOURS         PIC 9(3) VALUE 0.
001560 01  WS-OT-HOURS          PIC 9(3) VALUE 0.
001570 01  WS-CARD-GROSS        PIC 9(5)V99 VALUE 0.
001580 01  WS-EMP-GROSS         PIC 9(7)V99 VALUE 0.
001590 01  WS-EMP-TAX           PIC 9(7)V99 VALUE 0.
001600 01  WS-TOTAL-GROSS       PIC 9(9)V99 VALUE 0.
001610 01  WS-TOTAL-TAX         PIC 9(9)V99 VALUE 0.
001620*----2026 SOCIAL SECURITY ANNUAL WAGE CAP - SAME CONSTANT THE
001630*----PAYROLL RUN CARRIES. THE EMPLOYER MATCHES THE EMPLOYEE'S
001640*----7.65 PERCENT.
001650 01  WS-FICA-WAGE-CAP     PIC 9(6)V99 VALUE 176100.
001660 01  WS-FICA-TAXABLE      PIC S9(7)V99 VALUE 0.
001670 01  WS-FICA-AMT          PIC 9(7)V99 VALUE 0.
001680 01  WS-UI-AMT            PIC 9(7)V99 VALUE 0.
001690*----SALARY PRORATION - DAYS OF THE PERIOD ELAPSED BY THE MONTH
001700*----END OVER THE DAYS IN THE WHOLE PERIOD
001710 01  WS-PERIOD-DAYS       PIC 9(3) VALUE 0.
001720 01  WS-ELAPSED-DAYS      PIC 9(3) VALUE 0.
001730 01  WS-COUNT-FROM        PIC 9(8) VALUE 0.
001740 01  WS-COUNT-TO          PIC 9(8) VALUE 0.
001750 01  WS-DAY-COUNT         PIC 9(3) VALUE 0.
001760*----CALENDAR ARITHMETIC
001770 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001780 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001790     05  WS-DT-YEAR       PIC 9(4).
001800     05  WS-DT-MONTH      PIC 9(2).
001810     05  WS-DT-DAY        PIC 9(2).
001820 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001830 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001840 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001850 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001860 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001870 01  WS-MONTH-DAYS-LIT    PIC X(24)
001880         VALUE "312831303130313130313031".
001890 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001900     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001910*----THE EMPLOYEE MASTER BY PAYROLL ID, WITH THE WAGES EACH
001920*----EMPLOYEE HAS EARNED BY THE MONTH END. A MASTER THE TABLE
001930*----CANNOT HOLD REFUSES THE RUN - A SHORT ACCRUAL IS WORSE THAN
001940*----A LATE ONE.
001950 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
001960 01  WS-EMP-FOUND-SW      PIC X(1) VALUE "N".
001970     88  EMP-ON-MASTER        VALUE "Y".
001980 01  WS-EMP-TABLE.
001990     05  WS-EMP-ENTRY     OCCURS 500 TIMES INDEXED BY EIDX.
002000         10  WS-E-EMP-ID  PIC X(5).
002010         10  WS-E-SSN     PIC 9(9).
002020         10  WS-E-RATE    PIC 9(3)V99.
002030         10  WS-E-STATUS  PIC X(1).
002040         10  WS-E-COMPANY PIC X(2).
002050         10  WS-E-PAY-TYPE PIC X(1).
002060             88  WS-E-SALARIED VALUE "S".
002070         10  WS-E-SALARY  PIC 9(5)V99.
002080         10  WS-E-STATE   PIC X(2).
002090         10  WS-E-HIRE-DATE PIC 9(8).
002100         10  WS-E-HOURS   PIC 9(5).
002110         10  WS-E-GROSS   PIC 9(7)V99.
002120*----UNEMPLOYMENT BASES AND RATES, FEDERAL ROW AND STATE ROWS
002130*----TOGETHER, SAME TABLE THE PAYROLL RUN LOADS
002140 01  WS-UI-TAB-EOF-SW     PIC X(1) VALUE "N".
002150     88  NO-MORE-UI-RATES     VALUE "Y".
002160 01  WS-UI-RATE-COUNT     PIC 9(2) COMP VALUE 0.
002170 01  WS-UI-HOLD-IX        PIC 9(2) COMP VALUE 0.
002180 01  WS-UI-LOOK-STATE     PIC X(2) VALUE SPACES.
002190 01  WS-UI-ROOM           PIC S9(7)V99 VALUE 0.
002200 01  WS-UI-WAGES          PIC 9(7)V99 VALUE 0.
002210 01  WS-UI-RATE-TABLE.
002220     05  WS-UI-RATE-ENTRY OCCURS 60 TIMES INDEXED BY UIIDX.
002230         10  WS-UI-STATE-T   PIC X(2).
002240         10  WS-UI-COMPANY-T PIC X(2).
002250         10  WS-UI-BASE-T    PIC 9(6)V99.
002260         10  WS-UI-RATE-T    PIC 9V9999.
002270 01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
002280 01  WS-DETAIL-LINE.
002290     05  DL-EMP-ID        PIC X(5).
002300     05  FILLER           PIC X(1) VALUE SPACE.
002310     05  DL-PAY-TYPE      PIC X(1).
002320     05  FILLER           PIC X(5) VALUE " HRS ".
002330     05  DL-HOURS         PIC ZZZZ9.
002340     05  FILLER           PIC X(7) VALUE " GROSS ".
002350     05  DL-GROSS         PIC ZZZZZZ9.99.
002360     05  FILLER           PIC X(9) VALUE " EMPR TX ".
002370     05  DL-TAX           PIC ZZZZZZ9.99.
002380*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
002390 01  WS-CTL-PROGRAM       PIC X(10) VALUE "PAYACCR".
002400 01  WS-CTL-READ          PIC 9(7) VALUE 0.
002410 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
002420 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
002430 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
002440
002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002480     IF RETURN-CODE NOT = 12 AND PERIOD-STRADDLES
002490         PERFORM 2000-ACCRUE-ONE-CARD THRU 2000-EXIT
002500             UNTIL NO-MORE-CARDS
002510         PERFORM 3000-ACCRUE-ONE-EMPLOYEE THRU 3000-EXIT
002520             VARYING EIDX FROM 1 BY 1
002530             UNTIL EIDX > WS-EMP-COUNT
002540     END-IF
002550     PERFORM 4000-TERMINATE THRU 4000-EXIT
002560     GOBACK.
002570
002580*----THE HAND-OFF IS ALWAYS REWRITTEN, EMPTY WHEN THERE IS
002590*----NOTHING TO ACCRUE, SO GLEXTR NEVER POSTS A STALE ACCRUAL.
002600 1000-INITIALIZE.
002610     PERFORM 1100-GET-COMPANY THRU 1100-EXIT
002620     PERFORM 1200-GET-MONTH-END THRU 1200-EXIT
002630     PERFORM 1300-GET-OPEN-PERIOD THRU 1300-EXIT
002640     IF NOT OPEN-PERIOD-FOUND
002650         DISPLAY "PAYACCR: NO OPEN PERIOD ON THE CALENDAR - "
002660             "RUN REFUSED"
002670         MOVE 12 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF
002700     OPEN OUTPUT PAYACCR-OUT
002710     OPEN OUTPUT ACCR-RPT
002720     MOVE SPACES TO ACCR-RPT-REC
002730     STRING "PAYROLL ACCRUAL FOR MONTH ENDING " WS-MONTH-END
002740         " - OPEN PERIOD " WS-PERIOD-START " TO "
002750         WS-PERIOD-END DELIMITED BY SIZE INTO ACCR-RPT-REC
002760     WRITE ACCR-RPT-REC
002770     IF WS-PERIOD-START > WS-MONTH-END
002780         OR WS-PERIOD-END NOT > WS-MONTH-END
002790         DISPLAY "PAYACCR: OPEN PERIOD DOES NOT STRADDLE THE "
002800             "MONTH END - NOTHING TO ACCRUE"
002810         GO TO 1000-EXIT
002820     END-IF
002830     MOVE "Y" TO WS-STRADDLE-SW
002840     PERFORM 1400-LOAD-EMPLOYEES THRU 1400-EXIT
002850     IF RETURN-CODE = 12
002860         GO TO 1000-EXIT
002870     END-IF
002880     PERFORM 1500-LOAD-UNEMP-TABLE THRU 1500-EXIT
002890     OPEN INPUT YTDMAST
002900     IF WS-YTD-STATUS = "00"
002910         MOVE "Y" TO WS-YTD-OPEN-SW
002920     END-IF
002930     OPEN INPUT UNEMPWG
002940     IF WS-UNEMP-STATUS = "00"
002950         MOVE "Y" TO WS-UW-OPEN-SW
002960     END-IF
002970     DIVIDE WS-MONTH-END BY 10000 GIVING WS-PAY-YEAR
002980     MOVE WS-PERIOD-START TO WS-COUNT-FROM
002990     MOVE WS-PERIOD-END TO WS-COUNT-TO
003000     PERFORM 9100-COUNT-DAYS THRU 9100-EXIT
003010     MOVE WS-DAY-COUNT TO WS-PERIOD-DAYS
003020     OPEN INPUT VARTIME-IN
003030     IF WS-TIME-STATUS NOT = "00"
003040         DISPLAY "PAYACCR: NO TIMESHEET FILE - SALARIED "
003050             "ACCRUAL ONLY"
003060         MOVE "Y" TO WS-TIME-EOF-SW
003070     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100
003110 1100-GET-COMPANY.
003120     OPEN INPUT PAYCOCTL-IN
003130     IF WS-PAYCO-STATUS NOT = "00"
003140         GO TO 1100-EXIT
003150     END-IF
003160     READ PAYCOCTL-IN
003170         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003180     END-READ
003190     IF NOT NO-COMPANY-CARD
003200         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003210     END-IF
003220     CLOSE PAYCOCTL-IN.
003230 1100-EXIT.
003240     EXIT.
003250
003260*----THE REVERSAL IS DATED THE DAY AFTER THE MONTH END - THE
003270*----FIRST OF THE NEXT MONTH.
003280 1200-GET-MONTH-END.
003290     MOVE 0 TO WS-MONTH-END
003300     OPEN INPUT ACCRCTL-IN
003310     IF WS-ACTL-STATUS = "00"
003320         READ ACCRCTL-IN
003330             AT END MOVE 0 TO AK-MONTH-END
003340         END-READ
003350         IF AK-MONTH-END NUMERIC
003360             MOVE AK-MONTH-END TO WS-MONTH-END
003370         END-IF
003380         CLOSE ACCRCTL-IN
003390     END-IF
003400     IF WS-MONTH-END = 0
003410         CALL "GETBDATE" USING WS-BUS-DATE
003420         MOVE WS-BUS-DATE TO WS-DT-DATE
003430         PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
003440         MOVE WS-DT-MONTH-END TO WS-DT-DAY
003450         MOVE WS-DT-DATE TO WS-MONTH-END
003460     END-IF
003470     MOVE WS-MONTH-END TO WS-DT-DATE
003480     PERFORM 9000-NEXT-DAY THRU 9000-EXIT
003490     MOVE WS-DT-DATE TO WS-REVERSE-DATE.
003500 1200-EXIT.
003510     EXIT.
003520
003530*----THE FIRST PERIOD STILL OPEN FOR THE COMPANY, THE SAME WAY
003540*----THE PAYROLL RUN FINDS IT - ITS CARDS HAVE NOT BEEN PAID.
003550 1300-GET-OPEN-PERIOD.
003560     MOVE "N" TO WS-OPEN-FOUND-SW
003570     OPEN INPUT PERIOD-CTL
003580     IF WS-PERIOD-STATUS NOT = "00"
003590         GO TO 1300-EXIT
003600     END-IF
003610     PERFORM 1350-SCAN-ONE-PERIOD THRU 1350-EXIT
003620         UNTIL NO-MORE-PERIODS OR OPEN-PERIOD-FOUND
003630     CLOSE PERIOD-CTL.
003640 1300-EXIT.
003650     EXIT.
003660
003670 1350-SCAN-ONE-PERIOD.
003680     READ PERIOD-CTL
003690         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
003700     END-READ
003710     IF NOT NO-MORE-PERIODS AND PC-STATUS = "O"
003720         AND PC-COMPANY = WS-PAY-COMPANY
003730         MOVE "Y" TO WS-OPEN-FOUND-SW
003740         MOVE PC-START TO WS-PERIOD-START
003750         MOVE PC-END TO WS-PERIOD-END
003760     END-IF.
003770 1350-EXIT.
003780     EXIT.
003790
003800 1400-LOAD-EMPLOYEES.
003810     OPEN INPUT EMPMAST
003820     IF WS-EMP-STATUS NOT = "00"
003830         DISPLAY "PAYACCR: UNABLE TO OPEN EMPMAST - STATUS "
003840             WS-EMP-STATUS
003850         MOVE 12 TO RETURN-CODE
003860         GO TO 1400-EXIT
003870     END-IF
003880     PERFORM 1450-LOAD-ONE-EMPLOYEE THRU 1450-EXIT
003890         UNTIL NO-MORE-EMPLOYEES OR WS-EMP-COUNT >= 500
003900     IF NOT NO-MORE-EMPLOYEES
003910         READ EMPMAST NEXT RECORD
003920             AT END MOVE "Y" TO WS-EMP-EOF-SW
003930         END-READ
003940         IF NOT NO-MORE-EMPLOYEES
003950             DISPLAY "PAYACCR: MORE THAN 500 EMPLOYEES ON "
003960                 "EMPMAST - RUN REFUSED"
003970             MOVE 12 TO RETURN-CODE
003980         END-IF
003990     END-IF
004000     CLOSE EMPMAST.
004010 1400-EXIT.
004020     EXIT.
004030
004040 1450-LOAD-ONE-EMPLOYEE.
004050     READ EMPMAST NEXT RECORD
004060         AT END MOVE "Y" TO WS-EMP-EOF-SW
004070     END-READ
004080     IF NOT NO-MORE-EMPLOYEES
004090         ADD 1 TO WS-EMP-COUNT
004100         SET EIDX TO WS-EMP-COUNT
004110         MOVE ER-EMP-ID TO WS-E-EMP-ID(EIDX)
004120         MOVE ER-SSnum TO WS-E-SSN(EIDX)
004130         MOVE ER-PAY-RATE TO WS-E-RATE(EIDX)
004140         MOVE ER-STATUS TO WS-E-STATUS(EIDX)
004150         MOVE ER-COMPANY TO WS-E-COMPANY(EIDX)
004160         MOVE ER-PAY-TYPE TO WS-E-PAY-TYPE(EIDX)
004170         MOVE ER-PERIOD-SALARY TO WS-E-SALARY(EIDX)
004180         IF WS-E-SALARY(EIDX) NOT NUMERIC
004190             MOVE 0 TO WS-E-SALARY(EIDX)
004200         END-IF
004210         MOVE ER-WORK-STATE TO WS-E-STATE(EIDX)
004220         MOVE ER-HIRE-DATE TO WS-E-HIRE-DATE(EIDX)
004230         IF WS-E-HIRE-DATE(EIDX) NOT NUMERIC
004240             MOVE 0 TO WS-E-HIRE-DATE(EIDX)
004250         END-IF
004260         MOVE 0 TO WS-E-HOURS(EIDX) WS-E-GROSS(EIDX)
004270     END-IF.
004280 1450-EXIT.
004290     EXIT.
004300
004310 1500-LOAD-UNEMP-TABLE.
004320     OPEN INPUT UNEMPTAB-IN
004330     IF WS-UI-TAB-STATUS NOT = "00"
004340         DISPLAY "PAYACCR: NO UNEMPLOYMENT RATE TABLE - FUTA "
004350             "AND SUTA NOT ACCRUED"
004360         GO TO 1500-EXIT
004370     END-IF
004380     PERFORM 1550-LOAD-ONE-UNEMP-RATE THRU 1550-EXIT
004390         UNTIL NO-MORE-UI-RATES OR WS-UI-RATE-COUNT >= 60
004400     CLOSE UNEMPTAB-IN.
004410 1500-EXIT.
004420     EXIT.
004430
004440 1550-LOAD-ONE-UNEMP-RATE.
004450     READ UNEMPTAB-IN
004460         AT END MOVE "Y" TO WS-UI-TAB-EOF-SW
004470     END-READ
004480     IF NOT NO-MORE-UI-RATES
004490         ADD 1 TO WS-UI-RATE-COUNT
004500         SET UIIDX TO WS-UI-RATE-COUNT
004510         MOVE UT-STATE TO WS-UI-STATE-T(UIIDX)
004520         MOVE UT-COMPANY TO WS-UI-COMPANY-T(UIIDX)
004530         MOVE UT-WAGE-BASE TO WS-UI-BASE-T(UIIDX)
004540         MOVE UT-RATE TO WS-UI-RATE-T(UIIDX)
004550     END-IF.
004560 1550-EXIT.
004570     EXIT.
004580
004590*----ONLY AN APPROVED CARD DATED INSIDE THE OPEN PERIOD AND ON
004600*----OR BEFORE THE MONTH END COUNTS - THE SAME CARDS THE PAYROLL
004610*----RUN WILL PAY, CUT OFF AT THE MONTH END. A SALARIED CARD
004620*----ONLY RECORDS LEAVE AND A TERMINATED EMPLOYEE'S IS REFUSED,
004630*----SO NEITHER ACCRUES.
004640 2000-ACCRUE-ONE-CARD.
004650     READ VARTIME-IN
004660         AT END MOVE "Y" TO WS-TIME-EOF-SW
004670     END-READ
004680     IF NO-MORE-CARDS
004690         GO TO 2000-EXIT
004700     END-IF
004710     ADD 1 TO WS-CARD-COUNT
004720     IF NOT CARD-APPROVED
004730         OR TS-HOURS NOT NUMERIC
004740         OR TS-WORK-DATE NOT NUMERIC
004750         OR TS-WORK-DATE < WS-PERIOD-START
004760         OR TS-WORK-DATE > WS-MONTH-END
004770         GO TO 2000-EXIT
004780     END-IF
004790     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
004800     IF NOT EMP-ON-MASTER
004810         GO TO 2000-EXIT
004820     END-IF
004830     IF WS-E-COMPANY(EIDX) NOT = WS-PAY-COMPANY
004840         OR WS-E-STATUS(EIDX) = "T"
004850         OR WS-E-SALARIED(EIDX)
004860         GO TO 2000-EXIT
004870     END-IF
004880     IF TS-HOURS > 40
004890         MOVE 40 TO WS-REG-HOURS
004900         COMPUTE WS-OT-HOURS = TS-HOURS - 40
004910     ELSE
004920         MOVE TS-HOURS TO WS-REG-HOURS
004930         MOVE 0 TO WS-OT-HOURS
004940     END-IF
004950     COMPUTE WS-CARD-GROSS ROUNDED =
004960         (WS-REG-HOURS * WS-E-RATE(EIDX))
004970         + (WS-OT-HOURS * WS-E-RATE(EIDX) * 1.5)
004980     ADD TS-HOURS TO WS-E-HOURS(EIDX)
004990     ADD WS-CARD-GROSS TO WS-E-GROSS(EIDX)
005000     ADD 1 TO WS-USED-COUNT.
005010 2000-EXIT.
005020     EXIT.
005030
005040 2100-FIND-EMPLOYEE.
005050     MOVE "N" TO WS-EMP-FOUND-SW
005060     IF WS-EMP-COUNT > 0
005070         PERFORM 2150-MATCH-ONE-EMPLOYEE THRU 2150-EXIT
005080             VARYING EIDX FROM 1 BY 1
005090             UNTIL EIDX > WS-EMP-COUNT OR EMP-ON-MASTER
005100     END-IF.
005110 2100-EXIT.
005120     EXIT.
005130
005140 2150-MATCH-ONE-EMPLOYEE.
005150     IF TS-EMP-ID = WS-E-EMP-ID(EIDX)
005160         MOVE "Y" TO WS-EMP-FOUND-SW
005170*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
005180*----VARYING BUMPS IT ON THE WAY OUT.
005190         SET EIDX DOWN BY 1
005200     END-IF.
005210 2150-EXIT.
005220     EXIT.
005230
005240*----SALARIED PAY ACCRUES FOR THE PERIOD DAYS ELAPSED BY THE
005250*----MONTH END, COUNTED FROM THE HIRE DATE FOR A NEW HIRE.
005260*----EMPLOYER TAXES THEN GO ON EACH EMPLOYEE'S ACCRUED WAGES.
005270 3000-ACCRUE-ONE-EMPLOYEE.
005280     IF WS-E-COMPANY(EIDX) NOT = WS-PAY-COMPANY
005290         OR WS-E-STATUS(EIDX) = "T"
005300         GO TO 3000-EXIT
005310     END-IF
005320     IF WS-E-SALARIED(EIDX) AND WS-PERIOD-DAYS > 0
005330         AND WS-E-HIRE-DATE(EIDX) NOT > WS-MONTH-END
005340         MOVE WS-PERIOD-START TO WS-COUNT-FROM
005350         IF WS-E-HIRE-DATE(EIDX) > WS-PERIOD-START
005360             MOVE WS-E-HIRE-DATE(EIDX) TO WS-COUNT-FROM
005370         END-IF
005380         MOVE WS-MONTH-END TO WS-COUNT-TO
005390         PERFORM 9100-COUNT-DAYS THRU 9100-EXIT
005400         MOVE WS-DAY-COUNT TO WS-ELAPSED-DAYS
005410         COMPUTE WS-E-GROSS(EIDX) ROUNDED =
005420             WS-E-SALARY(EIDX) * WS-ELAPSED-DAYS
005430             / WS-PERIOD-DAYS
005440     END-IF
005450     IF WS-E-GROSS(EIDX) = 0
005460         GO TO 3000-EXIT
005470     END-IF
005480     MOVE WS-E-GROSS(EIDX) TO WS-EMP-GROSS
005490     PERFORM 3100-EMPLOYER-FICA THRU 3100-EXIT
005500     PERFORM 3200-EMPLOYER-UNEMP THRU 3200-EXIT
005510     COMPUTE WS-EMP-TAX = WS-FICA-AMT + WS-UI-AMT
005520     ADD WS-EMP-GROSS TO WS-TOTAL-GROSS
005530     ADD WS-EMP-TAX TO WS-TOTAL-TAX
005540     ADD 1 TO WS-ACCR-EMP-COUNT
005550     MOVE SPACES TO WS-DETAIL-LINE
005560     MOVE WS-E-EMP-ID(EIDX) TO DL-EMP-ID
005570     MOVE WS-E-PAY-TYPE(EIDX) TO DL-PAY-TYPE
005580     MOVE WS-E-HOURS(EIDX) TO DL-HOURS
005590     MOVE WS-EMP-GROSS TO DL-GROSS
005600     MOVE WS-EMP-TAX TO DL-TAX
005610     WRITE ACCR-RPT-REC FROM WS-DETAIL-LINE.
005620 3000-EXIT.
005630     EXIT.
005640
005650*----THE MATCH STOPS AT THE SOCIAL SECURITY WAGE CAP, JUDGED
005660*----AGAINST THE EMPLOYEE'S YTD RECORD AS THE PAYROLL RUN DOES
005670 3100-EMPLOYER-FICA.
005680     MOVE 0 TO YT-GROSS
005690     IF YTDMAST-OPEN
005700         MOVE WS-E-SSN(EIDX) TO YT-SSNUM
005710         READ YTDMAST
005720             INVALID KEY MOVE 0 TO YT-GROSS
005730         END-READ
005740     END-IF
005750     COMPUTE WS-FICA-TAXABLE = WS-FICA-WAGE-CAP - YT-GROSS
005760     IF WS-FICA-TAXABLE < 0
005770         MOVE 0 TO WS-FICA-TAXABLE
005780     END-IF
005790     IF WS-FICA-TAXABLE > WS-EMP-GROSS
005800         MOVE WS-EMP-GROSS TO WS-FICA-TAXABLE
005810     END-IF
005820     COMPUTE WS-FICA-AMT ROUNDED = WS-FICA-TAXABLE * 0.0765.
005830 3100-EXIT.
005840     EXIT.
005850
005860*----FUTA (STATE "US") AND THE WORK STATE'S SUTA, EACH ON THE
005870*----PART OF THE WAGES STILL UNDER ITS ANNUAL BASE
005880 3200-EMPLOYER-UNEMP.
005890     MOVE 0 TO WS-UI-AMT
005900     IF WS-UI-RATE-COUNT = 0
005910         GO TO 3200-EXIT
005920     END-IF
005930     MOVE "US" TO WS-UI-LOOK-STATE
005940     PERFORM 3250-ONE-UNEMP-TAX THRU 3250-EXIT
005950     IF WS-E-STATE(EIDX) NOT = SPACES
005960         MOVE WS-E-STATE(EIDX) TO WS-UI-LOOK-STATE
005970         PERFORM 3250-ONE-UNEMP-TAX THRU 3250-EXIT
005980     END-IF.
005990 3200-EXIT.
006000     EXIT.
006010
006020 3250-ONE-UNEMP-TAX.
006030     PERFORM 3300-FIND-UNEMP-RATE THRU 3300-EXIT
006040     IF WS-UI-HOLD-IX = 0
006050         GO TO 3250-EXIT
006060     END-IF
006070*----A ROW LEFT FROM AN EARLIER YEAR STARTS AGAIN FROM ZERO.
006080     MOVE 0 TO UW-TAXABLE
006090     IF UNEMPWG-OPEN
006100         MOVE WS-E-SSN(EIDX) TO UW-SSN
006110         MOVE WS-UI-LOOK-STATE TO UW-STATE
006120         READ UNEMPWG
006130             INVALID KEY MOVE 0 TO UW-TAXABLE
006140         END-READ
006150         IF WS-UNEMP-STATUS = "00" AND UW-YEAR NOT = WS-PAY-YEAR
006160             MOVE 0 TO UW-TAXABLE
006170         END-IF
006180     END-IF
006190     SET UIIDX TO WS-UI-HOLD-IX
006200     COMPUTE WS-UI-ROOM = WS-UI-BASE-T(UIIDX) - UW-TAXABLE
006210     IF WS-UI-ROOM < 0
006220         MOVE 0 TO WS-UI-ROOM
006230     END-IF
006240     IF WS-EMP-GROSS < WS-UI-ROOM
006250         MOVE WS-EMP-GROSS TO WS-UI-WAGES
006260     ELSE
006270         MOVE WS-UI-ROOM TO WS-UI-WAGES
006280     END-IF
006290     COMPUTE WS-UI-AMT ROUNDED =
006300         WS-UI-AMT + (WS-UI-WAGES * WS-UI-RATE-T(UIIDX)).
006310 3250-EXIT.
006320     EXIT.
006330
006340*----THE PAYING COMPANY'S OWN ROW FOR THE STATE WINS OVER THE
006350*----STATE'S BLANK-COMPANY ROW
006360 3300-FIND-UNEMP-RATE.
006370     MOVE 0 TO WS-UI-HOLD-IX
006380     PERFORM 3350-MATCH-ONE-UNEMP-RATE THRU 3350-EXIT
006390         VARYING UIIDX FROM 1 BY 1
006400         UNTIL UIIDX > WS-UI-RATE-COUNT.
006410 3300-EXIT.
006420     EXIT.
006430
006440 3350-MATCH-ONE-UNEMP-RATE.
006450     IF WS-UI-STATE-T(UIIDX) = WS-UI-LOOK-STATE
006460         IF WS-UI-COMPANY-T(UIIDX) = WS-PAY-COMPANY
006470             AND WS-PAY-COMPANY NOT = SPACES
006480             SET WS-UI-HOLD-IX TO UIIDX
006490         ELSE
006500             IF WS-UI-COMPANY-T(UIIDX) = SPACES
006510                 AND WS-UI-HOLD-IX = 0
006520                 SET WS-UI-HOLD-IX TO UIIDX
006530             END-IF
006540         END-IF
006550     END-IF.
006560 3350-EXIT.
006570     EXIT.
006580
006590 4000-TERMINATE.
006600     IF RETURN-CODE = 12
006610         IF WS-ACCR-STATUS = "00"
006620             CLOSE PAYACCR-OUT
006630             CLOSE ACCR-RPT
006640         END-IF
006650         GO TO 4000-EXIT
006660     END-IF
006670     IF PERIOD-STRADDLES
006680         IF WS-TIME-STATUS = "00"
006690             CLOSE VARTIME-IN
006700         END-IF
006710         IF YTDMAST-OPEN
006720             CLOSE YTDMAST
006730         END-IF
006740         IF UNEMPWG-OPEN
006750             CLOSE UNEMPWG
006760         END-IF
006770     END-IF
006780     IF WS-TOTAL-GROSS > 0
006790         MOVE WS-MONTH-END TO AX-MONTH-END
006800         MOVE WS-REVERSE-DATE TO AX-REVERSE-DATE
006810         MOVE WS-PAY-COMPANY TO AX-COMPANY
006820         MOVE WS-TOTAL-GROSS TO AX-GROSS
006830         MOVE WS-TOTAL-TAX TO AX-EMPR-TAX
006840         WRITE PAYACCR-REC
006850     END-IF
006860     MOVE SPACES TO ACCR-RPT-REC
006870     MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT
006880     STRING "ACCRUED GROSS   " WS-TOTAL-EDIT
006890         DELIMITED BY SIZE INTO ACCR-RPT-REC
006900     WRITE ACCR-RPT-REC
006910     MOVE SPACES TO ACCR-RPT-REC
006920     MOVE WS-TOTAL-TAX TO WS-TOTAL-EDIT
006930     STRING "EMPLOYER TAXES  " WS-TOTAL-EDIT
006940         DELIMITED BY SIZE INTO ACCR-RPT-REC
006950     WRITE ACCR-RPT-REC
006960     MOVE SPACES TO ACCR-RPT-REC
006970     STRING "REVERSAL DATED  " WS-REVERSE-DATE
006980         DELIMITED BY SIZE INTO ACCR-RPT-REC
006990     WRITE ACCR-RPT-REC
007000     CLOSE PAYACCR-OUT
007010     CLOSE ACCR-RPT
007020     DISPLAY "PAYACCR: CARDS READ - " WS-CARD-COUNT
007030     DISPLAY "PAYACCR: CARDS ACCRUED - " WS-USED-COUNT
007040     DISPLAY "PAYACCR: EMPLOYEES ACCRUED - " WS-ACCR-EMP-COUNT
007050     DISPLAY "PAYACCR: ACCRUED GROSS - " WS-TOTAL-GROSS
007060     DISPLAY "PAYACCR: EMPLOYER TAXES - " WS-TOTAL-TAX
007070     MOVE WS-CARD-COUNT TO WS-CTL-READ
007080     MOVE WS-ACCR-EMP-COUNT TO WS-CTL-WRITTEN
007090     MOVE 0 TO WS-CTL-REJECTS
007100     COMPUTE WS-CTL-AMOUNT = WS-TOTAL-GROSS + WS-TOTAL-TAX
007110     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
007120         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
007130     MOVE 0 TO RETURN-CODE.
007140 4000-EXIT.
007150     EXIT.
007160
007170*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
007180*----AND YEAR
007190 9000-NEXT-DAY.
007200     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
007210     IF WS-DT-DAY < WS-DT-MONTH-END
007220         ADD 1 TO WS-DT-DAY
007230         GO TO 9000-EXIT
007240     END-IF
007250     MOVE 1 TO WS-DT-DAY
007260     IF WS-DT-MONTH < 12
007270         ADD 1 TO WS-DT-MONTH
007280     ELSE
007290         MOVE 1 TO WS-DT-MONTH
007300         ADD 1 TO WS-DT-YEAR
007310     END-IF.
007320 9000-EXIT.
007330     EXIT.
007340
007350*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
007360 9050-MONTH-LENGTH.
007370     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
007380     IF WS-DT-MONTH = 2
007390         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
007400             REMAINDER WS-DT-REM4
007410         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
007420             REMAINDER WS-DT-REM100
007430         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
007440             REMAINDER WS-DT-REM400
007450         IF WS-DT-REM4 = 0
007460             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
007470             MOVE 29 TO WS-DT-MONTH-END
007480         END-IF
007490     END-IF.
007500 9050-EXIT.
007510     EXIT.
007520
007530*----DAYS FROM WS-COUNT-FROM THROUGH WS-COUNT-TO, BOTH COUNTED.
007540*----NO PAY PERIOD RUNS PAST A QUARTER, WHICH BOUNDS THE WALK.
007550 9100-COUNT-DAYS.
007560     MOVE 0 TO WS-DAY-COUNT
007570     MOVE WS-COUNT-FROM TO WS-DT-DATE
007580     PERFORM 9150-COUNT-ONE-DAY THRU 9150-EXIT
007590         UNTIL WS-DT-DATE > WS-COUNT-TO OR WS-DAY-COUNT >= 999.
007600 9100-EXIT.
007610     EXIT.
007620
007630 9150-COUNT-ONE-DAY.
007640     ADD 1 TO WS-DAY-COUNT
007650     PERFORM 9000-NEXT-DAY THRU 9000-EXIT.
007660 9150-EXIT.
007670     EXIT.
