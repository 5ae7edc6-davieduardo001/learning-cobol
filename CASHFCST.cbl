000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHFCST.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - THIRTEEN-WEEK CASH FORECAST, RUN
000100*                   WEEKLY. FROM THE OPENING BALANCE AND START
000110*                   DATE ON THE CASHFCTL CARD, EXPECTED CASH IN
000120*                   AND OUT IS BUCKETED INTO THIRTEEN WEEKS.
000130*                   INFLOWS - OPENITEM REMAINING BALANCES, EACH
000140*                   CUSTOMER'S OPEN COLLACT PROMISE FIRST AND THE
000150*                   REST ON THE CUSTOMER'S AVERAGE DAYS TO PAY
000160*                   FROM THE CASHAPPL RECEIPTS (DUE DATE WHEN THE
000170*                   CUSTOMER HAS NO HISTORY), PLUS THE RECURMST
000180*                   RECURRING BILLINGS FALLING DUE. OUTFLOWS -
000190*                   EACH PAY DATE ON THE PERIODCT CALENDAR
000200*                   (CARRIED FORWARD AT THE LAST PERIOD'S LENGTH
000210*                   PAST ITS END) AT THE COMPANY'S LATEST PAYHIST
000220*                   NET PAY AND PAYROLL TAXES, OPENPO COMMITMENTS
000230*                   NOT YET INVOICED, AND OPEN APOPEN PAYABLES ON
000240*                   THEIR DUE DATES. THE CASHFRPT REPORT SHOWS THE
000250*                   PROJECTED POSITION WEEK BY WEEK AND EACH
000260*                   WEEK'S DETAIL.
000261*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000262*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000263*                   OWN ZERO CODE.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CASHFCTL-IN ASSIGN TO CASHFCTL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-FCTL-STATUS.
000340     SELECT CASHAPPL-IN ASSIGN TO CASHAPPL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CASH-STATUS.
000370     SELECT COLLACT-IN  ASSIGN TO COLLACT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ACT-STATUS.
000400     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OI-KEY
000440         ALTERNATE RECORD KEY IS OI-STATUS
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-OPEN-STATUS.
000470     SELECT RECURMST-IN ASSIGN TO RECURMST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RECUR-STATUS.
000500     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PERIOD-STATUS.
000530     SELECT PAYHIST-IN  ASSIGN TO PAYHIST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HIST-STATUS.
000560     SELECT EMPMAST     ASSIGN TO EMPMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS ER-SSnum
000600         FILE STATUS IS WS-EMP-STATUS.
000610     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-UI-TAB-STATUS.
000640     SELECT OPENPO-IN   ASSIGN TO OPENPO
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PO-STATUS.
000670     SELECT APOPEN      ASSIGN TO APOPEN
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS AP-KEY
000710         FILE STATUS IS WS-AP-STATUS.
000720     SELECT FCST-RPT    ASSIGN TO CASHFRPT
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----THE CONTROLLER'S CARD - THE CASH BALANCE THE FORECAST
000780*----STARTS FROM AND THE DATE IT STANDS AT. A ZERO DATE STARTS
000790*----FROM THE BUSINESS DATE.
000800 FD  CASHFCTL-IN.
000810 01  CASHFCTL-REC.
000820     05  FC-OPEN-BAL        PIC S9(11)V99
000830                            SIGN IS LEADING SEPARATE.
000840     05  FC-START-DATE      PIC 9(8).
000850
000860 FD  CASHAPPL-IN.
000870 01  CASHAPPL-REC.
000880     05  CI-CUST-ID         PIC X(7).
000890     05  CI-AMOUNT          PIC S9(6)V99
000900                            SIGN IS LEADING SEPARATE.
000910     05  CI-INV-NO          PIC X(6).
000920     05  CI-RCPT-DATE       PIC 9(8).
000930
000940 FD  COLLACT-IN.
000950 01  COLLACT-REC.
000960     05  CA-CUST-ID         PIC X(7).
000970     05  CA-CALL-DATE       PIC 9(8).
000980     05  CA-CONTACT         PIC X(20).
000990     05  CA-PROMISE-AMT     PIC 9(6)V99.
001000     05  CA-PROMISE-DATE    PIC 9(8).
001010
001020 FD  OPENITEM-IN.
001030     COPY "OPENITEM.cpy".
001040
001050 FD  RECURMST-IN.
001060 01  RECURMST-REC.
001070     05  RM-CUST-ID         PIC X(7).
001080     05  RM-DESC            PIC X(20).
001090     05  RM-AMOUNT          PIC 9(5).
001100     05  RM-FREQ            PIC X(1).
001110         88  RM-MONTHLY         VALUE "M".
001120         88  RM-QUARTERLY       VALUE "Q".
001130     05  RM-START-DATE      PIC 9(8).
001140     05  RM-STOP-DATE       PIC 9(8).
001150
001160 FD  PERIOD-CTL.
001170 01  PERIOD-CTL-REC.
001180     05  PC-START           PIC 9(8).
001190     05  PC-END             PIC 9(8).
001200     05  PC-STATUS          PIC X(1).
001210     05  PC-COMPANY         PIC X(2).
001220
001230 FD  PAYHIST-IN.
001240     COPY "PAYHIST.cpy".
001250
001260 FD  EMPMAST.
001270     COPY "EMPLOYEE.cpy".
001280
001290 FD  UNEMPTAB-IN.
001300 01  UNEMPTAB-REC.
001310     05  UT-STATE           PIC X(2).
001320     05  UT-COMPANY         PIC X(2).
001330     05  UT-WAGE-BASE       PIC 9(6)V99.
001340     05  UT-RATE            PIC 9V9999.
001350
001360 FD  OPENPO-IN.
001370     COPY "OPENPO.cpy".
001380
001390 FD  APOPEN.
001400     COPY "APOPEN.cpy".
001410
001420 FD  FCST-RPT.
001430 01  FCST-RPT-REC           PIC X(60).
001440
001450 WORKING-STORAGE SECTION.
001460 01  WS-FCTL-STATUS         PIC X(2) VALUE SPACES.
001470 01  WS-CASH-STATUS         PIC X(2) VALUE SPACES.
001480 01  WS-ACT-STATUS          PIC X(2) VALUE SPACES.
001490 01  WS-OPEN-STATUS         PIC X(2) VALUE SPACES.
001500 01  WS-RECUR-STATUS        PIC X(2) VALUE SPACES.
001510 01  WS-PERIOD-STATUS       PIC X(2) VALUE SPACES.
001520 01  WS-HIST-STATUS         PIC X(2) VALUE SPACES.
001530 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
001540 01  WS-UI-TAB-STATUS       PIC X(2) VALUE SPACES.
001550 01  WS-PO-STATUS           PIC X(2) VALUE SPACES.
001560 01  WS-AP-STATUS           PIC X(2) VALUE SPACES.
001570 01  WS-EOF-SW              PIC X(1) VALUE "N".
001580     88  END-OF-FILE            VALUE "Y".
001590 01  WS-CARD-SW             PIC X(1) VALUE "N".
001600     88  CARD-PRESENT           VALUE "Y".
001610 01  WS-OPEN-SW             PIC X(1) VALUE "N".
001620     88  OPENITEM-IS-OPEN       VALUE "Y".
001630 01  WS-EMP-OPEN-SW         PIC X(1) VALUE "N".
001640     88  EMPMAST-IS-OPEN        VALUE "Y".
001650 01  WS-FOUND-SW            PIC X(1) VALUE "N".
001660     88  ROW-FOUND              VALUE "Y".
001670*----SOURCES THAT COULD NOT BE READ - EACH IS LISTED ON THE
001680*----REPORT, AND THE RUN ENDS RC 4.
001690 01  WS-MISSING-COUNT       PIC 9(2) COMP VALUE 0.
001700 01  WS-MISSING-TABLE.
001710     05  WS-MISSING-NAME    PIC X(8) OCCURS 12 TIMES.
001720 01  WS-MISSING-IX          PIC 9(2) COMP VALUE 0.
001730 01  WS-MISS-WORK           PIC X(8) VALUE SPACES.
001740*----RUN COUNTS
001750 01  WS-RCPT-COUNT          PIC 9(7) VALUE 0.
001760 01  WS-ITEM-COUNT          PIC 9(7) VALUE 0.
001770 01  WS-PROMISE-COUNT       PIC 9(7) VALUE 0.
001780 01  WS-RECUR-COUNT         PIC 9(7) VALUE 0.
001790 01  WS-PAYDATE-COUNT       PIC 9(3) COMP VALUE 0.
001800 01  WS-HIST-COUNT          PIC 9(7) VALUE 0.
001810 01  WS-PO-COUNT            PIC 9(7) VALUE 0.
001820 01  WS-AP-COUNT            PIC 9(7) VALUE 0.
001830 01  WS-OVERFLOW-COUNT      PIC 9(5) COMP VALUE 0.
001840*----THE FORECAST WINDOW - THIRTEEN WEEKS FROM THE START DATE,
001850*----AS DATES AND AS DAY NUMBERS FOR THE ARITHMETIC.
001860 01  WS-OPEN-BAL            PIC S9(11)V99 VALUE 0.
001870 01  WS-START-DATE          PIC 9(8) VALUE 0.
001880 01  WS-END-DATE            PIC 9(8) VALUE 0.
001890 01  WS-START-DN            PIC 9(7) VALUE 0.
001900 01  WS-END-DN              PIC 9(7) VALUE 0.
001910*----CALENDAR ARITHMETIC
001920 01  WS-DT-DATE             PIC 9(8) VALUE 0.
001930 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001940     05  WS-DT-YEAR         PIC 9(4).
001950     05  WS-DT-MONTH        PIC 9(2).
001960     05  WS-DT-DAY          PIC 9(2).
001970 01  WS-DT-MONTH-END        PIC 9(2) VALUE 0.
001980 01  WS-DT-QUOT             PIC 9(4) VALUE 0.
001990 01  WS-DT-REM4             PIC 9(4) VALUE 0.
002000 01  WS-DT-REM100           PIC 9(4) VALUE 0.
002010 01  WS-DT-REM400           PIC 9(4) VALUE 0.
002020 01  WS-ADD-DAYS            PIC 9(3) VALUE 0.
002030 01  WS-DAYS-ADDED          PIC 9(4) VALUE 0.
002040 01  WS-MONTH-DAYS-LIT      PIC X(24)
002050         VALUE "312831303130313130313031".
002060 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
002070     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
002080*----DAY NUMBER - DAYS FROM A FIXED ORIGIN, SO TWO DATES
002090*----SUBTRACT TO THE CALENDAR DAYS BETWEEN THEM. MARCH STARTS
002100*----THE COUNTING YEAR SO FEBRUARY'S LEAP DAY FALLS LAST.
002110 01  WS-DAYNUM              PIC 9(7) VALUE 0.
002120 01  WS-DN-YEAR             PIC 9(4) VALUE 0.
002130 01  WS-DN-MONTH            PIC 9(2) VALUE 0.
002140 01  WS-DN-Q4               PIC 9(4) VALUE 0.
002150 01  WS-DN-Q100             PIC 9(4) VALUE 0.
002160 01  WS-DN-Q400             PIC 9(4) VALUE 0.
002170 01  WS-DN-MONTH-DAYS       PIC 9(4) VALUE 0.
002180 01  WS-DN-WORK             PIC 9(5) VALUE 0.
002190*----ONE AMOUNT TO BUCKET - ITS DAY NUMBER, CATEGORY AND VALUE
002200 01  WS-BK-DN               PIC 9(7) VALUE 0.
002210 01  WS-BK-CAT              PIC 9(1) VALUE 0.
002220 01  WS-BK-AMOUNT           PIC S9(11)V99 VALUE 0.
002230 01  WS-BK-OFFSET           PIC S9(7) VALUE 0.
002240 01  WS-BK-WEEK             PIC 9(5) VALUE 0.
002250*----CATEGORIES 1-3 ARE CASH IN, 4-7 CASH OUT
002260 01  WS-CAT-NAMES.
002270     05  FILLER             PIC X(24)
002280                            VALUE "AR COLLECTIONS".
002290     05  FILLER             PIC X(24)
002300                            VALUE "PROMISED PAYMENTS".
002310     05  FILLER             PIC X(24)
002320                            VALUE "RECURRING BILLINGS".
002330     05  FILLER             PIC X(24)
002340                            VALUE "PAYROLL NET PAY".
002350     05  FILLER             PIC X(24)
002360                            VALUE "PAYROLL TAXES".
002370     05  FILLER             PIC X(24)
002380                            VALUE "PURCHASE COMMITMENTS".
002390     05  FILLER             PIC X(24)
002400                            VALUE "VENDOR PAYMENTS".
002410 01  WS-CAT-NAMES-R REDEFINES WS-CAT-NAMES.
002420     05  WS-CAT-NAME        PIC X(24) OCCURS 7 TIMES.
002430 01  WS-CAT-IX              PIC 9(1) VALUE 0.
002440 01  WS-WEEK-TABLE.
002450     05  WS-WEEK-ENTRY      OCCURS 13 TIMES
002460                            INDEXED BY WK-IDX.
002470         10  WS-W-START     PIC 9(8).
002480         10  WS-W-AMT       PIC S9(11)V99 OCCURS 7 TIMES.
002490         10  WS-W-IN        PIC S9(11)V99.
002500         10  WS-W-OUT       PIC S9(11)V99.
002510         10  WS-W-CLOSING   PIC S9(11)V99.
002520 01  WS-WEEK-IX             PIC 9(2) VALUE 0.
002530 01  WS-CAT-SUMS.
002540     05  WS-BEYOND-AMT      PIC S9(11)V99 OCCURS 7 TIMES.
002550     05  WS-CAT-TOTAL       PIC S9(11)V99 OCCURS 7 TIMES.
002560 01  WS-RUNNING-BAL         PIC S9(11)V99 VALUE 0.
002570 01  WS-LOW-BAL             PIC S9(11)V99 VALUE 0.
002580 01  WS-LOW-WEEK            PIC 9(2) VALUE 0.
002590*----ONE ROW PER CUSTOMER - RECEIPTS HISTORY AND OPEN PROMISE
002600 01  WS-CUST-COUNT          PIC 9(4) COMP VALUE 0.
002610 01  WS-CUST-TABLE.
002620     05  WS-CUST-ENTRY      OCCURS 999 TIMES
002630                            INDEXED BY CU-IDX.
002640         10  WS-C-CUST-ID   PIC X(7).
002650         10  WS-C-DAYS-SUM  PIC 9(9).
002660         10  WS-C-PAY-COUNT PIC 9(5).
002670         10  WS-C-PROM-AMT  PIC 9(7)V99.
002680         10  WS-C-PROM-DATE PIC 9(8).
002690 01  WS-FIND-CUST           PIC X(7) VALUE SPACES.
002700 01  WS-CUST-IX             PIC 9(4) COMP VALUE 0.
002710 01  WS-AVG-DAYS            PIC 9(4) VALUE 0.
002720 01  WS-HISTORY-SW          PIC X(1) VALUE "N".
002730     88  HAS-PAY-HISTORY        VALUE "Y".
002740 01  WS-PAY-DAYS            PIC S9(7) VALUE 0.
002750 01  WS-INV-DN              PIC 9(7) VALUE 0.
002760 01  WS-REMAINING           PIC S9(6)V99 VALUE 0.
002770 01  WS-TAKE-AMT            PIC S9(6)V99 VALUE 0.
002780*----RECURRING BILLING DATES - EACH MONTH OF THE WINDOW ON THE
002790*----DAY OF THE MONTH THE CHARGE STARTED
002800 01  WS-BILL-DATE           PIC 9(8) VALUE 0.
002810 01  WS-BILL-DATE-R REDEFINES WS-BILL-DATE.
002820     05  WS-BILL-YEAR       PIC 9(4).
002830     05  WS-BILL-MONTH      PIC 9(2).
002840     05  WS-BILL-DAY        PIC 9(2).
002850 01  WS-RM-START            PIC 9(8) VALUE 0.
002860 01  WS-RM-START-R REDEFINES WS-RM-START.
002870     05  WS-RM-ST-YEAR      PIC 9(4).
002880     05  WS-RM-ST-MONTH     PIC 9(2).
002890     05  WS-RM-ST-DAY       PIC 9(2).
002900 01  WS-MONTH-STEP          PIC 9(1) VALUE 0.
002910 01  WS-MONTHS-SINCE        PIC S9(5) VALUE 0.
002920 01  WS-QTR-QUOTIENT        PIC S9(5) VALUE 0.
002930 01  WS-QTR-REMAINDER       PIC S9(1) VALUE 0.
002940*----PAYROLL - ONE ROW PER COMPANY: THE LATEST REGULAR PERIOD ON
002950*----PAYHIST AND ITS TOTALS, AND THE LAST CALENDAR PERIOD WITH
002960*----ITS LENGTH FOR CARRYING THE CALENDAR FORWARD.
002970 01  WS-CO-COUNT            PIC 9(2) COMP VALUE 0.
002980 01  WS-CO-TABLE.
002990     05  WS-CO-ENTRY        OCCURS 20 TIMES
003000                            INDEXED BY CO-IDX.
003010         10  WS-P-COMPANY   PIC X(2).
003020         10  WS-P-LAST-PAID PIC 9(8).
003030         10  WS-P-NET       PIC 9(9)V99.
003040         10  WS-P-TAXES     PIC 9(9)V99.
003050         10  WS-P-CAL-END-DN PIC 9(7).
003060         10  WS-P-CAL-LENGTH PIC 9(3).
003070 01  WS-FIND-COMPANY        PIC X(2) VALUE SPACES.
003080 01  WS-CO-IX               PIC 9(2) COMP VALUE 0.
003090 01  WS-PAYDATE-TABLE.
003100     05  WS-PAYDATE-ENTRY   OCCURS 200 TIMES
003110                            INDEXED BY PD-IDX.
003120         10  WS-PD-CO-IX    PIC 9(2).
003130         10  WS-PD-DN       PIC 9(7).
003140 01  WS-PD-START-DN         PIC 9(7) VALUE 0.
003150 01  WS-NEXT-DN             PIC 9(7) VALUE 0.
003160*----EMPLOYEE COMPANY LOOK-ASIDE, SO EMPMAST IS READ ONCE PER
003170*----EMPLOYEE AND NOT ONCE PER PAYHIST CARD
003180 01  WS-SSN-COUNT           PIC 9(4) COMP VALUE 0.
003190 01  WS-SSN-TABLE.
003200     05  WS-SSN-ENTRY       OCCURS 999 TIMES
003210                            INDEXED BY SS-IDX.
003220         10  WS-S-SSN       PIC 9(9).
003230         10  WS-S-COMPANY   PIC X(2).
003240         10  WS-S-KNOWN     PIC X(1).
003250 01  WS-PH-COMPANY          PIC X(2) VALUE SPACES.
003260 01  WS-PH-KNOWN-SW         PIC X(1) VALUE "N".
003270     88  PH-COMPANY-KNOWN       VALUE "Y".
003280 01  WS-CARD-TAXES          PIC 9(7)V99 VALUE 0.
003290 01  WS-UI-AMT              PIC 9(7)V99 VALUE 0.
003300 01  WS-UI-WAGES            PIC 9(5)V99 VALUE 0.
003310*----UNEMPLOYMENT RATES - THE COMPANY'S OWN ROW FOR A STATE
003320*----WINS OVER THE STATE'S BLANK-COMPANY ROW, AS IN PAYACCR
003330 01  WS-UI-RATE-COUNT       PIC 9(2) COMP VALUE 0.
003340 01  WS-UI-RATE-TABLE.
003350     05  WS-UI-RATE-ENTRY   OCCURS 60 TIMES
003360                            INDEXED BY UIIDX.
003370         10  WS-UI-STATE-T  PIC X(2).
003380         10  WS-UI-CO-T     PIC X(2).
003390         10  WS-UI-RATE-T   PIC 9V9999.
003400 01  WS-UI-LOOK-STATE       PIC X(2) VALUE SPACES.
003410 01  WS-UI-HOLD-IX          PIC 9(2) COMP VALUE 0.
003420*----PURCHASE COMMITMENTS - RECEIVED BUT NOT YET INVOICED IS
003430*----EXPECTED ON NET-30 TERMS FROM THE START; STILL ON ORDER IS
003440*----SPREAD EVENLY ACROSS THE THIRTEEN WEEKS.
003450 01  WS-PO-RECEIVED         PIC S9(9)V99 VALUE 0.
003460 01  WS-PO-ON-ORDER         PIC S9(9)V99 VALUE 0.
003470 01  WS-SPREAD-TOTAL        PIC S9(11)V99 VALUE 0.
003480 01  WS-SPREAD-WEEK         PIC S9(11)V99 VALUE 0.
003490 01  WS-SPREAD-LEFT         PIC S9(11)V99 VALUE 0.
003500*----REPORT LINES
003510 01  WS-HEAD-LINE-1.
003520     05  FILLER             PIC X(16) VALUE "OPENING BALANCE".
003530     05  HL-OPEN-BAL        PIC -Z,ZZZ,ZZZ,ZZ9.99.
003540 01  WS-HEAD-LINE-2.
003550     05  FILLER             PIC X(14) VALUE "FORECAST FROM ".
003560     05  HL-START           PIC 9(8).
003570     05  FILLER             PIC X(9) VALUE " THROUGH ".
003580     05  HL-END             PIC 9(8).
003590 01  WS-WEEK-HEAD.
003600     05  FILLER             PIC X(12) VALUE "WK  STARTING".
003610     05  FILLER             PIC X(13)
003620                            VALUE "      INFLOWS".
003630     05  FILLER             PIC X(13)
003640                            VALUE "     OUTFLOWS".
003650     05  FILLER             PIC X(15)
003660                            VALUE "        CLOSING".
003670 01  WS-WEEK-LINE.
003680     05  WL-WEEK            PIC Z9.
003690     05  FILLER             PIC X(2) VALUE SPACES.
003700     05  WL-START           PIC 9(8).
003710     05  FILLER             PIC X(1) VALUE SPACE.
003720     05  WL-IN              PIC -ZZZ,ZZZ,ZZ9.
003730     05  FILLER             PIC X(1) VALUE SPACE.
003740     05  WL-OUT             PIC -ZZZ,ZZZ,ZZ9.
003750     05  FILLER             PIC X(1) VALUE SPACE.
003760     05  WL-CLOSING         PIC -Z,ZZZ,ZZZ,ZZ9.
003770     05  FILLER             PIC X(1) VALUE SPACE.
003780     05  WL-FLAG            PIC X(4).
003790 01  WS-DETAIL-HEAD.
003800     05  FILLER             PIC X(5) VALUE "WEEK ".
003810     05  DH-WEEK            PIC Z9.
003820     05  FILLER             PIC X(10) VALUE " STARTING ".
003830     05  DH-START           PIC 9(8).
003840 01  WS-CAT-LINE.
003850     05  FILLER             PIC X(2) VALUE SPACES.
003860     05  CL-NAME            PIC X(24).
003870     05  FILLER             PIC X(1) VALUE SPACE.
003880     05  CL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
003890 01  WS-AMOUNT-LINE.
003900     05  AL-LABEL           PIC X(32).
003910     05  AL-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
003920 01  WS-COUNT-LINE.
003930     05  CT-LABEL           PIC X(34).
003940     05  CT-COUNT           PIC Z,ZZZ,ZZ9.
003950 01  WS-MISSING-LINE.
003960     05  FILLER             PIC X(5) VALUE "  ** ".
003970     05  MS-NAME            PIC X(8).
003980     05  FILLER             PIC X(33)
003990         VALUE " NOT AVAILABLE - LEFT OUT".
004000 01  WS-RPT-CONTROL.
004010     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
004020     05  WS-RPT-TITLE       PIC X(40)
004030         VALUE "THIRTEEN-WEEK CASH FORECAST".
004040     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
004050     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
004060     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
004070     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
004080     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
004090     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
004100     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
004110     05  WS-RPT-ID          PIC X(8) VALUE "CASHFCST".
004120     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
004130 01  WS-RPT-IX              PIC 9(1) VALUE 0.
004140*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
004150 01  WS-LOG-PROGRAM         PIC X(10) VALUE "CASHFCST".
004160 01  WS-LOG-EVENT           PIC X(1) VALUE "S".
004170 01  WS-LOG-READ            PIC 9(7) VALUE 0.
004180 01  WS-LOG-WRITTEN         PIC 9(7) VALUE 0.
004190 01  WS-LOG-REJECTS         PIC 9(7) VALUE 0.
004200 01  WS-LOG-RC              PIC 9(4) VALUE 0.
004210
004220 PROCEDURE DIVISION.
004230 0000-MAINLINE.
004240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004250     IF CARD-PRESENT
004260         PERFORM 2000-LOAD-PAY-HISTORY THRU 2000-EXIT
004270         PERFORM 2200-LOAD-PROMISES THRU 2200-EXIT
004280         PERFORM 2400-FORECAST-OPEN-ITEMS THRU 2400-EXIT
004290         PERFORM 2600-FORECAST-RECURRING THRU 2600-EXIT
004300         PERFORM 3000-LOAD-PAY-CALENDAR THRU 3000-EXIT
004310         PERFORM 3200-LOAD-PAYROLL THRU 3200-EXIT
004320         PERFORM 3400-FORECAST-PAYROLL THRU 3400-EXIT
004330         PERFORM 3600-FORECAST-PURCHASES THRU 3600-EXIT
004340         PERFORM 3800-FORECAST-PAYABLES THRU 3800-EXIT
004350         PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
004360         PERFORM 5000-PRINT-FORECAST THRU 5000-EXIT
004370     END-IF
004380     PERFORM 6000-TERMINATE THRU 6000-EXIT
004390     GOBACK.
004400
004410*----WITHOUT THE CARD THERE IS NO OPENING BALANCE TO FORECAST
004420*----FROM, AND THE RUN STOPS RC 12.
004430 1000-INITIALIZE.
004440     MOVE "S" TO WS-LOG-EVENT
004450     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
004460         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
004470     OPEN INPUT CASHFCTL-IN
004480     IF WS-FCTL-STATUS NOT = "00"
004490         DISPLAY "CASHFCST: NO CASHFCTL CARD - NO OPENING "
004500             "BALANCE, NO FORECAST"
004510         MOVE 12 TO RETURN-CODE
004520         GO TO 1000-EXIT
004530     END-IF
004540     READ CASHFCTL-IN
004550         AT END
004560             DISPLAY "CASHFCST: CASHFCTL CARD IS EMPTY - NO "
004570                 "FORECAST"
004580             MOVE 12 TO RETURN-CODE
004590             CLOSE CASHFCTL-IN
004600             GO TO 1000-EXIT
004610     END-READ
004620     CLOSE CASHFCTL-IN
004630     IF FC-OPEN-BAL NOT NUMERIC
004640         DISPLAY "CASHFCST: CASHFCTL OPENING BALANCE INVALID - "
004650             "NO FORECAST"
004660         MOVE 12 TO RETURN-CODE
004670         GO TO 1000-EXIT
004680     END-IF
004690     MOVE "Y" TO WS-CARD-SW
004700     MOVE FC-OPEN-BAL TO WS-OPEN-BAL
004710     IF FC-START-DATE NUMERIC AND FC-START-DATE > 0
004720         MOVE FC-START-DATE TO WS-START-DATE
004730     ELSE
004740         CALL "GETBDATE" USING WS-START-DATE
004750     END-IF
004760     MOVE WS-START-DATE TO WS-DT-DATE
004770     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
004780     MOVE WS-DAYNUM TO WS-START-DN
004790     COMPUTE WS-END-DN = WS-START-DN + 90
004800     INITIALIZE WS-WEEK-TABLE
004810     PERFORM 1100-SET-WEEK-START THRU 1100-EXIT
004820         VARYING WK-IDX FROM 1 BY 1
004830         UNTIL WK-IDX > 13
004840     MOVE WS-START-DATE TO WS-DT-DATE
004850     MOVE 90 TO WS-ADD-DAYS
004860     PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004870     MOVE WS-DT-DATE TO WS-END-DATE
004880     PERFORM 1200-CLEAR-ONE-CATEGORY THRU 1200-EXIT
004890         VARYING WS-CAT-IX FROM 1 BY 1
004900         UNTIL WS-CAT-IX > 7
004910     PERFORM 1300-LOAD-UNEMP-RATES THRU 1300-EXIT
004920     OPEN OUTPUT FCST-RPT
004930     MOVE WS-START-DATE TO WS-RPT-RUN-DATE
004940     MOVE "I" TO WS-RPT-OP
004950     CALL "RPTWRITE" USING WS-RPT-CONTROL.
004960 1000-EXIT.
004970     EXIT.
004980
004990*----EACH WEEK STARTS SEVEN DAYS AFTER THE ONE BEFORE
005000 1100-SET-WEEK-START.
005010     IF WK-IDX = 1
005020         MOVE WS-START-DATE TO WS-DT-DATE
005030     ELSE
005040         MOVE 7 TO WS-ADD-DAYS
005050         PERFORM 9100-ADD-DAYS THRU 9100-EXIT
005060     END-IF
005070     MOVE WS-DT-DATE TO WS-W-START(WK-IDX).
005080 1100-EXIT.
005090     EXIT.
005100
005110 1200-CLEAR-ONE-CATEGORY.
005120     MOVE 0 TO WS-BEYOND-AMT(WS-CAT-IX)
005130     MOVE 0 TO WS-CAT-TOTAL(WS-CAT-IX).
005140 1200-EXIT.
005150     EXIT.
005160
005170 1300-LOAD-UNEMP-RATES.
005180     OPEN INPUT UNEMPTAB-IN
005190     IF WS-UI-TAB-STATUS NOT = "00"
005200         MOVE "UNEMPTAB" TO WS-MISS-WORK
005210         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
005220         GO TO 1300-EXIT
005230     END-IF
005240     MOVE "N" TO WS-EOF-SW
005250     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
005260         UNTIL END-OF-FILE OR WS-UI-RATE-COUNT >= 60
005270     CLOSE UNEMPTAB-IN.
005280 1300-EXIT.
005290     EXIT.
005300
005310 1350-LOAD-ONE-RATE.
005320     READ UNEMPTAB-IN
005330         AT END MOVE "Y" TO WS-EOF-SW
005340     END-READ
005350     IF NOT END-OF-FILE
005360         ADD 1 TO WS-UI-RATE-COUNT
005370         SET UIIDX TO WS-UI-RATE-COUNT
005380         MOVE UT-STATE TO WS-UI-STATE-T(UIIDX)
005390         MOVE UT-COMPANY TO WS-UI-CO-T(UIIDX)
005400         MOVE UT-RATE TO WS-UI-RATE-T(UIIDX)
005410     END-IF.
005420 1350-EXIT.
005430     EXIT.
005440
005450*----DAYS TO PAY - FOR EVERY RECEIPT REMITTED AGAINST AN
005460*----INVOICE, THE CALENDAR DAYS FROM THE INVOICE DATE ON THE
005470*----BOOK TO THE RECEIPT, AVERAGED PER CUSTOMER.
005480 2000-LOAD-PAY-HISTORY.
005490     OPEN INPUT OPENITEM-IN
005500     IF WS-OPEN-STATUS NOT = "00"
005510         MOVE "OPENITEM" TO WS-MISS-WORK
005520         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
005530         GO TO 2000-EXIT
005540     END-IF
005550     MOVE "Y" TO WS-OPEN-SW
005560     OPEN INPUT CASHAPPL-IN
005570     IF WS-CASH-STATUS NOT = "00"
005580         MOVE "CASHAPPL" TO WS-MISS-WORK
005590         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
005600         GO TO 2000-EXIT
005610     END-IF
005620     MOVE "N" TO WS-EOF-SW
005630     PERFORM 2050-READ-RECEIPT THRU 2050-EXIT
005640     PERFORM 2100-TIME-ONE-RECEIPT THRU 2100-EXIT
005650         UNTIL END-OF-FILE
005660     CLOSE CASHAPPL-IN.
005670 2000-EXIT.
005680     EXIT.
005690
005700 2050-READ-RECEIPT.
005710     READ CASHAPPL-IN
005720         AT END MOVE "Y" TO WS-EOF-SW
005730     END-READ.
005740 2050-EXIT.
005750     EXIT.
005760
005770*----THE INVOICE'S FIRST LINE CARRIES ITS DATE
005780 2100-TIME-ONE-RECEIPT.
005790     ADD 1 TO WS-RCPT-COUNT
005800     IF CI-INV-NO = SPACES OR CI-AMOUNT NOT > 0
005810         OR CI-RCPT-DATE NOT NUMERIC OR CI-RCPT-DATE = 0
005820         GO TO 2100-NEXT
005830     END-IF
005840     MOVE CI-CUST-ID TO OI-CUST-ID
005850     MOVE CI-INV-NO TO OI-INV-NO
005860     MOVE 1 TO OI-LINE-SEQ
005870     READ OPENITEM-IN
005880         INVALID KEY GO TO 2100-NEXT
005890     END-READ
005900     IF OI-INV-DATE NOT NUMERIC OR OI-INV-DATE = 0
005910         GO TO 2100-NEXT
005920     END-IF
005930     MOVE OI-INV-DATE TO WS-DT-DATE
005940     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
005950     MOVE WS-DAYNUM TO WS-INV-DN
005960     MOVE CI-RCPT-DATE TO WS-DT-DATE
005970     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
005980     COMPUTE WS-PAY-DAYS = WS-DAYNUM - WS-INV-DN
005990     IF WS-PAY-DAYS < 0
006000         GO TO 2100-NEXT
006010     END-IF
006020     MOVE CI-CUST-ID TO WS-FIND-CUST
006030     PERFORM 8700-FIND-CUSTOMER THRU 8700-EXIT
006040     IF WS-CUST-IX = 0
006050         GO TO 2100-NEXT
006060     END-IF
006070     SET CU-IDX TO WS-CUST-IX
006080     ADD WS-PAY-DAYS TO WS-C-DAYS-SUM(CU-IDX)
006090     ADD 1 TO WS-C-PAY-COUNT(CU-IDX).
006100 2100-NEXT.
006110     PERFORM 2050-READ-RECEIPT THRU 2050-EXIT.
006120 2100-EXIT.
006130     EXIT.
006140
006150*----THE LATEST PROMISE PER CUSTOMER WINS, AS IN COLLECT. ONLY A
006160*----PROMISE NOT YET FALLEN DUE IS STILL OPEN.
006170 2200-LOAD-PROMISES.
006180     OPEN INPUT COLLACT-IN
006190     IF WS-ACT-STATUS NOT = "00"
006200         MOVE "COLLACT" TO WS-MISS-WORK
006210         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
006220         GO TO 2200-EXIT
006230     END-IF
006240     MOVE "N" TO WS-EOF-SW
006250     PERFORM 2250-READ-ACTIVITY THRU 2250-EXIT
006260     PERFORM 2300-KEEP-ONE-PROMISE THRU 2300-EXIT
006270         UNTIL END-OF-FILE
006280     CLOSE COLLACT-IN.
006290 2200-EXIT.
006300     EXIT.
006310
006320 2250-READ-ACTIVITY.
006330     READ COLLACT-IN
006340         AT END MOVE "Y" TO WS-EOF-SW
006350     END-READ.
006360 2250-EXIT.
006370     EXIT.
006380
006390 2300-KEEP-ONE-PROMISE.
006400     IF CA-PROMISE-AMT NOT > 0
006410         GO TO 2300-NEXT
006420     END-IF
006430     MOVE CA-CUST-ID TO WS-FIND-CUST
006440     PERFORM 8700-FIND-CUSTOMER THRU 8700-EXIT
006450     IF WS-CUST-IX = 0
006460         GO TO 2300-NEXT
006470     END-IF
006480     SET CU-IDX TO WS-CUST-IX
006490     IF CA-PROMISE-DATE < WS-START-DATE
006500         MOVE 0 TO WS-C-PROM-AMT(CU-IDX)
006510         MOVE 0 TO WS-C-PROM-DATE(CU-IDX)
006520     ELSE
006530         MOVE CA-PROMISE-AMT TO WS-C-PROM-AMT(CU-IDX)
006540         MOVE CA-PROMISE-DATE TO WS-C-PROM-DATE(CU-IDX)
006550     END-IF.
006560 2300-NEXT.
006570     PERFORM 2250-READ-ACTIVITY THRU 2250-EXIT.
006580 2300-EXIT.
006590     EXIT.
006600
006610*----EVERY OPEN LINE'S REMAINING BALANCE - CREDITS ARE NOT CASH
006620*----TO COME AND ARE LEFT OUT.
006630 2400-FORECAST-OPEN-ITEMS.
006640     IF NOT OPENITEM-IS-OPEN
006650         GO TO 2400-EXIT
006660     END-IF
006670     MOVE "N" TO WS-EOF-SW
006680     MOVE "O" TO OI-STATUS
006690     START OPENITEM-IN KEY IS = OI-STATUS
006700         INVALID KEY MOVE "Y" TO WS-EOF-SW
006710     END-START
006720     IF NOT END-OF-FILE
006730         PERFORM 2450-READ-OPEN-ITEM THRU 2450-EXIT
006740     END-IF
006750     PERFORM 2500-FORECAST-ONE-ITEM THRU 2500-EXIT
006760         UNTIL END-OF-FILE
006770     CLOSE OPENITEM-IN.
006780 2400-EXIT.
006790     EXIT.
006800
006810 2450-READ-OPEN-ITEM.
006820     READ OPENITEM-IN NEXT RECORD
006830         AT END MOVE "Y" TO WS-EOF-SW
006840     END-READ
006850     IF NOT END-OF-FILE AND NOT OI-IS-OPEN
006860         MOVE "Y" TO WS-EOF-SW
006870     END-IF.
006880 2450-EXIT.
006890     EXIT.
006900
006910*----AN OPEN PROMISE TAKES THE CUSTOMER'S LINES FIRST, ON THE
006920*----PROMISE DATE. THE REST COMES IN THE CUSTOMER'S AVERAGE DAYS
006930*----TO PAY AFTER THE INVOICE DATE, OR ON THE DUE DATE WHEN THERE
006940*----IS NO HISTORY. AN UNDATED LINE IS COUNTED IN THE FIRST WEEK.
006950 2500-FORECAST-ONE-ITEM.
006960     ADD 1 TO WS-ITEM-COUNT
006970     COMPUTE WS-REMAINING = OI-AMOUNT - OI-PAID-AMT
006980     IF WS-REMAINING NOT > 0
006990         GO TO 2500-NEXT
007000     END-IF
007010     MOVE OI-CUST-ID TO WS-FIND-CUST
007020     PERFORM 8700-FIND-CUSTOMER THRU 8700-EXIT
007030     IF WS-CUST-IX > 0
007040         SET CU-IDX TO WS-CUST-IX
007050         PERFORM 2550-APPLY-PROMISE THRU 2550-EXIT
007060     END-IF
007070     IF WS-REMAINING = 0
007080         GO TO 2500-NEXT
007090     END-IF
007100     MOVE WS-START-DN TO WS-BK-DN
007110     MOVE 0 TO WS-AVG-DAYS
007120     MOVE "N" TO WS-HISTORY-SW
007130     IF WS-CUST-IX > 0
007140         IF WS-C-PAY-COUNT(CU-IDX) > 0
007150             MOVE "Y" TO WS-HISTORY-SW
007160             COMPUTE WS-AVG-DAYS ROUNDED =
007170                 WS-C-DAYS-SUM(CU-IDX) / WS-C-PAY-COUNT(CU-IDX)
007180         END-IF
007190     END-IF
007200     EVALUATE TRUE
007210         WHEN HAS-PAY-HISTORY
007220             AND OI-INV-DATE NUMERIC AND OI-INV-DATE > 0
007230             MOVE OI-INV-DATE TO WS-DT-DATE
007240             PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
007250             COMPUTE WS-BK-DN = WS-DAYNUM + WS-AVG-DAYS
007260         WHEN OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
007270             MOVE OI-DUE-DATE TO WS-DT-DATE
007280             PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
007290             MOVE WS-DAYNUM TO WS-BK-DN
007300         WHEN OI-INV-DATE NUMERIC AND OI-INV-DATE > 0
007310             MOVE OI-INV-DATE TO WS-DT-DATE
007320             PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
007330             COMPUTE WS-BK-DN = WS-DAYNUM + 30
007340     END-EVALUATE
007350     MOVE 1 TO WS-BK-CAT
007360     MOVE WS-REMAINING TO WS-BK-AMOUNT
007370     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT.
007380 2500-NEXT.
007390     PERFORM 2450-READ-OPEN-ITEM THRU 2450-EXIT.
007400 2500-EXIT.
007410     EXIT.
007420
007430 2550-APPLY-PROMISE.
007440     IF WS-C-PROM-AMT(CU-IDX) = 0
007450         GO TO 2550-EXIT
007460     END-IF
007470     IF WS-REMAINING < WS-C-PROM-AMT(CU-IDX)
007480         MOVE WS-REMAINING TO WS-TAKE-AMT
007490     ELSE
007500         MOVE WS-C-PROM-AMT(CU-IDX) TO WS-TAKE-AMT
007510     END-IF
007520     SUBTRACT WS-TAKE-AMT FROM WS-C-PROM-AMT(CU-IDX)
007530     SUBTRACT WS-TAKE-AMT FROM WS-REMAINING
007540     MOVE WS-C-PROM-DATE(CU-IDX) TO WS-DT-DATE
007550     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
007560     MOVE WS-DAYNUM TO WS-BK-DN
007570     MOVE 2 TO WS-BK-CAT
007580     MOVE WS-TAKE-AMT TO WS-BK-AMOUNT
007590     ADD 1 TO WS-PROMISE-COUNT
007600     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT.
007610 2550-EXIT.
007620     EXIT.
007630
007640*----A RECURRING CHARGE BILLS EACH MONTH (EVERY THIRD MONTH FROM
007650*----ITS START WHEN QUARTERLY) ON ITS START DAY, INSIDE ITS
007660*----START/STOP WINDOW - THE RULE RECURGEN BILLS BY. A BILLING
007670*----FROM THE START DATE TO THE END OF THE WINDOW IS NOT ON THE
007680*----BOOK YET, AND IS COLLECTED ON THE CUSTOMER'S DAYS TO PAY,
007690*----OR NET 30.
007700 2600-FORECAST-RECURRING.
007710     OPEN INPUT RECURMST-IN
007720     IF WS-RECUR-STATUS NOT = "00"
007730         MOVE "RECURMST" TO WS-MISS-WORK
007740         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
007750         GO TO 2600-EXIT
007760     END-IF
007770     MOVE "N" TO WS-EOF-SW
007780     PERFORM 2650-READ-CHARGE THRU 2650-EXIT
007790     PERFORM 2700-FORECAST-ONE-CHARGE THRU 2700-EXIT
007800         UNTIL END-OF-FILE
007810     CLOSE RECURMST-IN.
007820 2600-EXIT.
007830     EXIT.
007840
007850 2650-READ-CHARGE.
007860     READ RECURMST-IN
007870         AT END MOVE "Y" TO WS-EOF-SW
007880     END-READ.
007890 2650-EXIT.
007900     EXIT.
007910
007920 2700-FORECAST-ONE-CHARGE.
007930     IF RM-START-DATE NOT NUMERIC OR RM-START-DATE = 0
007940         OR RM-AMOUNT NOT NUMERIC
007950         GO TO 2700-NEXT
007960     END-IF
007970     MOVE RM-START-DATE TO WS-RM-START
007980     MOVE RM-CUST-ID TO WS-FIND-CUST
007990     PERFORM 8700-FIND-CUSTOMER THRU 8700-EXIT
008000     MOVE 30 TO WS-AVG-DAYS
008010     IF WS-CUST-IX > 0
008020         SET CU-IDX TO WS-CUST-IX
008030         IF WS-C-PAY-COUNT(CU-IDX) > 0
008040             COMPUTE WS-AVG-DAYS ROUNDED =
008050                 WS-C-DAYS-SUM(CU-IDX) / WS-C-PAY-COUNT(CU-IDX)
008060         END-IF
008070     END-IF
008080     MOVE WS-START-DATE TO WS-BILL-DATE
008090     PERFORM 2750-ONE-BILLING-MONTH THRU 2750-EXIT
008100         VARYING WS-MONTH-STEP FROM 1 BY 1
008110         UNTIL WS-MONTH-STEP > 4.
008120 2700-NEXT.
008130     PERFORM 2650-READ-CHARGE THRU 2650-EXIT.
008140 2700-EXIT.
008150     EXIT.
008160
008170*----ONE MONTH OF THE WINDOW, THEN ON TO THE NEXT MONTH
008180 2750-ONE-BILLING-MONTH.
008190     MOVE WS-BILL-YEAR TO WS-DT-YEAR
008200     MOVE WS-BILL-MONTH TO WS-DT-MONTH
008210     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
008220     IF WS-RM-ST-DAY > WS-DT-MONTH-END
008230         MOVE WS-DT-MONTH-END TO WS-BILL-DAY
008240     ELSE
008250         MOVE WS-RM-ST-DAY TO WS-BILL-DAY
008260     END-IF
008270     IF WS-BILL-DATE < WS-START-DATE
008280         OR WS-BILL-DATE > WS-END-DATE
008290         OR WS-BILL-DATE < RM-START-DATE
008300         OR (RM-STOP-DATE NUMERIC AND RM-STOP-DATE NOT = 0
008310             AND WS-BILL-DATE > RM-STOP-DATE)
008320         GO TO 2750-NEXT
008330     END-IF
008340     IF RM-QUARTERLY
008350         COMPUTE WS-MONTHS-SINCE =
008360             ((WS-BILL-YEAR - WS-RM-ST-YEAR) * 12)
008370             + (WS-BILL-MONTH - WS-RM-ST-MONTH)
008380         DIVIDE WS-MONTHS-SINCE BY 3
008390             GIVING WS-QTR-QUOTIENT
008400             REMAINDER WS-QTR-REMAINDER
008410         IF WS-QTR-REMAINDER NOT = 0
008420             GO TO 2750-NEXT
008430         END-IF
008440     END-IF
008450     MOVE WS-BILL-DATE TO WS-DT-DATE
008460     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
008470     COMPUTE WS-BK-DN = WS-DAYNUM + WS-AVG-DAYS
008480     MOVE 3 TO WS-BK-CAT
008490     MOVE RM-AMOUNT TO WS-BK-AMOUNT
008500     ADD 1 TO WS-RECUR-COUNT
008510     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT.
008520 2750-NEXT.
008530     MOVE 1 TO WS-BILL-DAY
008540     IF WS-BILL-MONTH < 12
008550         ADD 1 TO WS-BILL-MONTH
008560     ELSE
008570         MOVE 1 TO WS-BILL-MONTH
008580         ADD 1 TO WS-BILL-YEAR
008590     END-IF.
008600 2750-EXIT.
008610     EXIT.
008620
008630*----PAY DATES - EVERY PERIOD END ON THE CALENDAR NOT YET CLOSED
008640*----THAT FALLS IN THE WINDOW. PAST THE LAST PERIOD ON FILE FOR A
008650*----COMPANY THE CALENDAR IS CARRIED FORWARD AT THAT PERIOD'S
008660*----LENGTH.
008670 3000-LOAD-PAY-CALENDAR.
008680     OPEN INPUT PERIOD-CTL
008690     IF WS-PERIOD-STATUS NOT = "00"
008700         MOVE "PERIODCT" TO WS-MISS-WORK
008710         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
008720         GO TO 3000-EXIT
008730     END-IF
008740     MOVE "N" TO WS-EOF-SW
008750     PERFORM 3050-READ-PERIOD THRU 3050-EXIT
008760     PERFORM 3100-KEEP-ONE-PERIOD THRU 3100-EXIT
008770         UNTIL END-OF-FILE
008780     CLOSE PERIOD-CTL
008790     PERFORM 3150-CARRY-FORWARD THRU 3150-EXIT
008800         VARYING CO-IDX FROM 1 BY 1
008810         UNTIL CO-IDX > WS-CO-COUNT.
008820 3000-EXIT.
008830     EXIT.
008840
008850 3050-READ-PERIOD.
008860     READ PERIOD-CTL
008870         AT END MOVE "Y" TO WS-EOF-SW
008880     END-READ.
008890 3050-EXIT.
008900     EXIT.
008910
008920 3100-KEEP-ONE-PERIOD.
008930     IF PC-START NOT NUMERIC OR PC-END NOT NUMERIC
008940         OR PC-START = 0 OR PC-END < PC-START
008950         GO TO 3100-NEXT
008960     END-IF
008970     MOVE PC-COMPANY TO WS-FIND-COMPANY
008980     PERFORM 8800-FIND-COMPANY THRU 8800-EXIT
008990     IF WS-CO-IX = 0
009000         GO TO 3100-NEXT
009010     END-IF
009020     SET CO-IDX TO WS-CO-IX
009030     MOVE PC-START TO WS-DT-DATE
009040     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
009050     MOVE WS-DAYNUM TO WS-PD-START-DN
009060     MOVE PC-END TO WS-DT-DATE
009070     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
009080     IF WS-DAYNUM > WS-P-CAL-END-DN(CO-IDX)
009090         MOVE WS-DAYNUM TO WS-P-CAL-END-DN(CO-IDX)
009100         COMPUTE WS-P-CAL-LENGTH(CO-IDX) =
009110             WS-DAYNUM - WS-PD-START-DN + 1
009120     END-IF
009130     IF PC-STATUS NOT = "C"
009140         MOVE WS-DAYNUM TO WS-NEXT-DN
009150         PERFORM 3180-ADD-PAY-DATE THRU 3180-EXIT
009160     END-IF.
009170 3100-NEXT.
009180     PERFORM 3050-READ-PERIOD THRU 3050-EXIT.
009190 3100-EXIT.
009200     EXIT.
009210
009220 3150-CARRY-FORWARD.
009230     IF WS-P-CAL-LENGTH(CO-IDX) = 0
009240         GO TO 3150-EXIT
009250     END-IF
009260     COMPUTE WS-NEXT-DN = WS-P-CAL-END-DN(CO-IDX)
009270         + WS-P-CAL-LENGTH(CO-IDX)
009280     SET WS-CO-IX TO CO-IDX
009290     PERFORM 3160-ONE-CARRIED-DATE THRU 3160-EXIT
009300         UNTIL WS-NEXT-DN > WS-END-DN.
009310 3150-EXIT.
009320     EXIT.
009330
009340 3160-ONE-CARRIED-DATE.
009350     PERFORM 3180-ADD-PAY-DATE THRU 3180-EXIT
009360     ADD WS-P-CAL-LENGTH(CO-IDX) TO WS-NEXT-DN.
009370 3160-EXIT.
009380     EXIT.
009390
009400*----WS-NEXT-DN IS A PAY DATE FOR COMPANY ROW WS-CO-IX - KEPT
009410*----WHEN IT FALLS IN THE WINDOW
009420 3180-ADD-PAY-DATE.
009430     IF WS-NEXT-DN < WS-START-DN OR WS-NEXT-DN > WS-END-DN
009440         GO TO 3180-EXIT
009450     END-IF
009460     IF WS-PAYDATE-COUNT >= 200
009470         ADD 1 TO WS-OVERFLOW-COUNT
009480         GO TO 3180-EXIT
009490     END-IF
009500     ADD 1 TO WS-PAYDATE-COUNT
009510     SET PD-IDX TO WS-PAYDATE-COUNT
009520     MOVE WS-CO-IX TO WS-PD-CO-IX(PD-IDX)
009530     MOVE WS-NEXT-DN TO WS-PD-DN(PD-IDX).
009540 3180-EXIT.
009550     EXIT.
009560
009570*----EACH COMPANY'S LATEST REGULAR PAYROLL ON PAYHIST - NET PAY,
009580*----AND THE TAXES IT SENT: WHAT WAS WITHHELD, THE EMPLOYER'S
009590*----MATCHING FICA, AND FUTA/SUTA ON THE UNEMPLOYMENT WAGES.
009600*----PAYHIST ONLY EVER APPENDS, SO A LATER PERIOD STARTS A
009610*----COMPANY'S TOTALS OVER.
009620 3200-LOAD-PAYROLL.
009630     IF WS-PAYDATE-COUNT = 0
009640         GO TO 3200-EXIT
009650     END-IF
009660     OPEN INPUT EMPMAST
009670     IF WS-EMP-STATUS NOT = "00"
009680         MOVE "EMPMAST" TO WS-MISS-WORK
009690         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
009700         GO TO 3200-EXIT
009710     END-IF
009720     MOVE "Y" TO WS-EMP-OPEN-SW
009730     OPEN INPUT PAYHIST-IN
009740     IF WS-HIST-STATUS NOT = "00"
009750         MOVE "PAYHIST" TO WS-MISS-WORK
009760         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
009770         CLOSE EMPMAST
009780         GO TO 3200-EXIT
009790     END-IF
009800     MOVE "N" TO WS-EOF-SW
009810     PERFORM 3250-READ-PAYHIST THRU 3250-EXIT
009820     PERFORM 3300-ADD-ONE-CARD THRU 3300-EXIT
009830         UNTIL END-OF-FILE
009840     CLOSE PAYHIST-IN
009850     CLOSE EMPMAST.
009860 3200-EXIT.
009870     EXIT.
009880
009890 3250-READ-PAYHIST.
009900     READ PAYHIST-IN
009910         AT END MOVE "Y" TO WS-EOF-SW
009920     END-READ.
009930 3250-EXIT.
009940     EXIT.
009950
009960 3300-ADD-ONE-CARD.
009970     ADD 1 TO WS-HIST-COUNT
009980     IF PH-EARN-CODE NOT = SPACES
009990         GO TO 3300-NEXT
010000     END-IF
010010     PERFORM 3350-EMPLOYEE-COMPANY THRU 3350-EXIT
010020     IF NOT PH-COMPANY-KNOWN
010030         GO TO 3300-NEXT
010040     END-IF
010050     MOVE WS-PH-COMPANY TO WS-FIND-COMPANY
010060     PERFORM 8800-FIND-COMPANY THRU 8800-EXIT
010070     IF WS-CO-IX = 0
010080         GO TO 3300-NEXT
010090     END-IF
010100     SET CO-IDX TO WS-CO-IX
010110     IF PH-PERIOD-END < WS-P-LAST-PAID(CO-IDX)
010120         GO TO 3300-NEXT
010130     END-IF
010140     IF PH-PERIOD-END > WS-P-LAST-PAID(CO-IDX)
010150         MOVE PH-PERIOD-END TO WS-P-LAST-PAID(CO-IDX)
010160         MOVE 0 TO WS-P-NET(CO-IDX)
010170         MOVE 0 TO WS-P-TAXES(CO-IDX)
010180     END-IF
010190     PERFORM 3390-CARD-TAXES THRU 3390-EXIT
010200     ADD PH-NET TO WS-P-NET(CO-IDX)
010210     ADD WS-CARD-TAXES TO WS-P-TAXES(CO-IDX).
010220 3300-NEXT.
010230     PERFORM 3250-READ-PAYHIST THRU 3250-EXIT.
010240 3300-EXIT.
010250     EXIT.
010260
010270*----THE EMPLOYEE'S COMPANY, FROM THE LOOK-ASIDE OR EMPMAST. AN
010280*----EMPLOYEE NO LONGER ON THE MASTER IS LEFT OUT.
010290 3350-EMPLOYEE-COMPANY.
010300     MOVE "N" TO WS-PH-KNOWN-SW
010310     MOVE "N" TO WS-FOUND-SW
010320     PERFORM 3380-MATCH-ONE-SSN THRU 3380-EXIT
010330         VARYING SS-IDX FROM 1 BY 1
010340         UNTIL SS-IDX > WS-SSN-COUNT OR ROW-FOUND
010350     IF ROW-FOUND
010360         GO TO 3350-EXIT
010370     END-IF
010380     MOVE PH-SSN TO ER-SSnum
010390     READ EMPMAST
010400         INVALID KEY MOVE SPACES TO ER-COMPANY
010410     END-READ
010420     IF WS-EMP-STATUS = "00"
010430         MOVE "Y" TO WS-PH-KNOWN-SW
010440         MOVE ER-COMPANY TO WS-PH-COMPANY
010450     END-IF
010460     IF WS-SSN-COUNT < 999
010470         ADD 1 TO WS-SSN-COUNT
010480         SET SS-IDX TO WS-SSN-COUNT
010490         MOVE PH-SSN TO WS-S-SSN(SS-IDX)
010500         MOVE WS-PH-COMPANY TO WS-S-COMPANY(SS-IDX)
010510         MOVE WS-PH-KNOWN-SW TO WS-S-KNOWN(SS-IDX)
010520     END-IF.
010530 3350-EXIT.
010540     EXIT.
010550
010560 3380-MATCH-ONE-SSN.
010570     IF WS-S-SSN(SS-IDX) = PH-SSN
010580         MOVE "Y" TO WS-FOUND-SW
010590         MOVE WS-S-COMPANY(SS-IDX) TO WS-PH-COMPANY
010600         MOVE WS-S-KNOWN(SS-IDX) TO WS-PH-KNOWN-SW
010610     END-IF.
010620 3380-EXIT.
010630     EXIT.
010640
010650*----ONE CARD'S TAXES - WITHHELD FICA, FEDERAL AND STATE, THE
010660*----EMPLOYER'S EQUAL FICA MATCH, AND FUTA (STATE "US") AND THE
010670*----WORK STATE'S SUTA AT THE COMPANY'S RATES
010680 3390-CARD-TAXES.
010690     COMPUTE WS-CARD-TAXES = PH-FICA + PH-FEDWH + PH-STWH
010700         + PH-FICA
010710     MOVE 0 TO WS-UI-AMT
010720     IF PH-FUTA-WAGES NUMERIC
010730         MOVE "US" TO WS-UI-LOOK-STATE
010740         MOVE PH-FUTA-WAGES TO WS-UI-WAGES
010750         PERFORM 3392-ONE-UNEMP-TAX THRU 3392-EXIT
010760     END-IF
010770     IF PH-SUTA-WAGES NUMERIC AND PH-UI-STATE NOT = SPACES
010780         MOVE PH-UI-STATE TO WS-UI-LOOK-STATE
010790         MOVE PH-SUTA-WAGES TO WS-UI-WAGES
010800         PERFORM 3392-ONE-UNEMP-TAX THRU 3392-EXIT
010810     END-IF
010820     ADD WS-UI-AMT TO WS-CARD-TAXES.
010830 3390-EXIT.
010840     EXIT.
010850
010860 3392-ONE-UNEMP-TAX.
010870     MOVE 0 TO WS-UI-HOLD-IX
010880     PERFORM 3394-MATCH-ONE-RATE THRU 3394-EXIT
010890         VARYING UIIDX FROM 1 BY 1
010900         UNTIL UIIDX > WS-UI-RATE-COUNT
010910     IF WS-UI-HOLD-IX = 0
010920         GO TO 3392-EXIT
010930     END-IF
010940     SET UIIDX TO WS-UI-HOLD-IX
010950     COMPUTE WS-UI-AMT ROUNDED =
010960         WS-UI-AMT + (WS-UI-WAGES * WS-UI-RATE-T(UIIDX)).
010970 3392-EXIT.
010980     EXIT.
010990
011000 3394-MATCH-ONE-RATE.
011010     IF WS-UI-STATE-T(UIIDX) = WS-UI-LOOK-STATE
011020         IF WS-UI-CO-T(UIIDX) = WS-PH-COMPANY
011030             SET WS-UI-HOLD-IX TO UIIDX
011040         ELSE
011050             IF WS-UI-CO-T(UIIDX) = SPACES
011060                 AND WS-UI-HOLD-IX = 0
011070                 SET WS-UI-HOLD-IX TO UIIDX
011080             END-IF
011090         END-IF
011100     END-IF.
011110 3394-EXIT.
011120     EXIT.
011130
011140 3400-FORECAST-PAYROLL.
011150     PERFORM 3450-PAYROLL-ONE-DATE THRU 3450-EXIT
011160         VARYING PD-IDX FROM 1 BY 1
011170         UNTIL PD-IDX > WS-PAYDATE-COUNT.
011180 3400-EXIT.
011190     EXIT.
011200
011210*----EVERY PAY DATE CARRIES ITS COMPANY'S LATEST PAYROLL
011220 3450-PAYROLL-ONE-DATE.
011230     SET CO-IDX TO WS-PD-CO-IX(PD-IDX)
011240     MOVE WS-PD-DN(PD-IDX) TO WS-BK-DN
011250     MOVE 4 TO WS-BK-CAT
011260     MOVE WS-P-NET(CO-IDX) TO WS-BK-AMOUNT
011270     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT
011280     MOVE 5 TO WS-BK-CAT
011290     MOVE WS-P-TAXES(CO-IDX) TO WS-BK-AMOUNT
011300     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT.
011310 3450-EXIT.
011320     EXIT.
011330
011340*----PURCHASE ORDERS NOT YET INVOICED. A BARE COMMITMENT WITH NO
011350*----PO NUMBER IS ALL STILL ON ORDER.
011360 3600-FORECAST-PURCHASES.
011370     OPEN INPUT OPENPO-IN
011380     IF WS-PO-STATUS NOT = "00"
011390         MOVE "OPENPO" TO WS-MISS-WORK
011400         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
011410         GO TO 3600-EXIT
011420     END-IF
011430     MOVE "N" TO WS-EOF-SW
011440     PERFORM 3650-READ-PO THRU 3650-EXIT
011450     PERFORM 3700-FORECAST-ONE-PO THRU 3700-EXIT
011460         UNTIL END-OF-FILE
011470     CLOSE OPENPO-IN
011480     PERFORM 3750-SPREAD-ON-ORDER THRU 3750-EXIT.
011490 3600-EXIT.
011500     EXIT.
011510
011520 3650-READ-PO.
011530     READ OPENPO-IN
011540         AT END MOVE "Y" TO WS-EOF-SW
011550     END-READ.
011560 3650-EXIT.
011570     EXIT.
011580
011590 3700-FORECAST-ONE-PO.
011600     ADD 1 TO WS-PO-COUNT
011610     IF PO-NUMBER = SPACES
011620         ADD PO-COMMITTED TO WS-SPREAD-TOTAL
011630         GO TO 3700-NEXT
011640     END-IF
011650     COMPUTE WS-PO-RECEIVED =
011660         (PO-QTY-RECEIVED - PO-QTY-INVOICED) * PO-UNIT-PRICE
011670     COMPUTE WS-PO-ON-ORDER =
011680         (PO-QTY-ORDERED - PO-QTY-RECEIVED) * PO-UNIT-PRICE
011690     IF WS-PO-ON-ORDER > 0
011700         ADD WS-PO-ON-ORDER TO WS-SPREAD-TOTAL
011710     END-IF
011720     IF WS-PO-RECEIVED > 0
011730         COMPUTE WS-BK-DN = WS-START-DN + 30
011740         MOVE 6 TO WS-BK-CAT
011750         MOVE WS-PO-RECEIVED TO WS-BK-AMOUNT
011760         PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT
011770     END-IF.
011780 3700-NEXT.
011790     PERFORM 3650-READ-PO THRU 3650-EXIT.
011800 3700-EXIT.
011810     EXIT.
011820
011830*----EVEN WEEKLY SHARES, THE ROUNDING LEFT IN THE LAST WEEK
011840 3750-SPREAD-ON-ORDER.
011850     IF WS-SPREAD-TOTAL NOT > 0
011860         GO TO 3750-EXIT
011870     END-IF
011880     COMPUTE WS-SPREAD-WEEK ROUNDED = WS-SPREAD-TOTAL / 13
011890     MOVE WS-SPREAD-TOTAL TO WS-SPREAD-LEFT
011900     PERFORM 3780-SPREAD-ONE-WEEK THRU 3780-EXIT
011910         VARYING WK-IDX FROM 1 BY 1
011920         UNTIL WK-IDX > 13.
011930 3750-EXIT.
011940     EXIT.
011950
011960 3780-SPREAD-ONE-WEEK.
011970     IF WK-IDX = 13
011980         ADD WS-SPREAD-LEFT TO WS-W-AMT(WK-IDX, 6)
011990     ELSE
012000         ADD WS-SPREAD-WEEK TO WS-W-AMT(WK-IDX, 6)
012010         SUBTRACT WS-SPREAD-WEEK FROM WS-SPREAD-LEFT
012020     END-IF.
012030 3780-EXIT.
012040     EXIT.
012050
012060*----OPEN PAYABLES GO OUT ON THEIR DUE DATES, AS APPPAYRUN PAYS
012070*----THEM; ANYTHING ALREADY DUE GOES IN THE FIRST WEEK.
012080 3800-FORECAST-PAYABLES.
012090     OPEN INPUT APOPEN
012100     IF WS-AP-STATUS NOT = "00"
012110         MOVE "APOPEN" TO WS-MISS-WORK
012120         PERFORM 8900-NOTE-MISSING THRU 8900-EXIT
012130         GO TO 3800-EXIT
012140     END-IF
012150     MOVE "N" TO WS-EOF-SW
012160     PERFORM 3850-READ-PAYABLE THRU 3850-EXIT
012170     PERFORM 3900-FORECAST-ONE-PAYABLE THRU 3900-EXIT
012180         UNTIL END-OF-FILE
012190     CLOSE APOPEN.
012200 3800-EXIT.
012210     EXIT.
012220
012230 3850-READ-PAYABLE.
012240     READ APOPEN NEXT RECORD
012250         AT END MOVE "Y" TO WS-EOF-SW
012260     END-READ.
012270 3850-EXIT.
012280     EXIT.
012290
012300 3900-FORECAST-ONE-PAYABLE.
012310     IF NOT AP-IS-OPEN
012320         GO TO 3900-NEXT
012330     END-IF
012340     ADD 1 TO WS-AP-COUNT
012350     MOVE WS-START-DN TO WS-BK-DN
012360     IF AP-DUE-DATE NUMERIC AND AP-DUE-DATE > 0
012370         MOVE AP-DUE-DATE TO WS-DT-DATE
012380         PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
012390         MOVE WS-DAYNUM TO WS-BK-DN
012400     END-IF
012410     MOVE 7 TO WS-BK-CAT
012420     MOVE AP-AMOUNT TO WS-BK-AMOUNT
012430     PERFORM 8500-BUCKET-AMOUNT THRU 8500-EXIT.
012440 3900-NEXT.
012450     PERFORM 3850-READ-PAYABLE THRU 3850-EXIT.
012460 3900-EXIT.
012470     EXIT.
012480
012490*----WEEK BY WEEK FROM THE OPENING BALANCE
012500 4000-ROLL-FORWARD.
012510     MOVE WS-OPEN-BAL TO WS-RUNNING-BAL
012520     MOVE WS-OPEN-BAL TO WS-LOW-BAL
012530     MOVE 0 TO WS-LOW-WEEK
012540     PERFORM 4100-ROLL-ONE-WEEK THRU 4100-EXIT
012550         VARYING WK-IDX FROM 1 BY 1
012560         UNTIL WK-IDX > 13.
012570 4000-EXIT.
012580     EXIT.
012590
012600 4100-ROLL-ONE-WEEK.
012610     COMPUTE WS-W-IN(WK-IDX) = WS-W-AMT(WK-IDX, 1)
012620         + WS-W-AMT(WK-IDX, 2) + WS-W-AMT(WK-IDX, 3)
012630     COMPUTE WS-W-OUT(WK-IDX) = WS-W-AMT(WK-IDX, 4)
012640         + WS-W-AMT(WK-IDX, 5) + WS-W-AMT(WK-IDX, 6)
012650         + WS-W-AMT(WK-IDX, 7)
012660     COMPUTE WS-RUNNING-BAL = WS-RUNNING-BAL
012670         + WS-W-IN(WK-IDX) - WS-W-OUT(WK-IDX)
012680     MOVE WS-RUNNING-BAL TO WS-W-CLOSING(WK-IDX)
012690     IF WS-RUNNING-BAL < WS-LOW-BAL
012700         MOVE WS-RUNNING-BAL TO WS-LOW-BAL
012710         SET WS-LOW-WEEK TO WK-IDX
012720     END-IF
012730     PERFORM 4150-ADD-CATEGORY THRU 4150-EXIT
012740         VARYING WS-CAT-IX FROM 1 BY 1
012750         UNTIL WS-CAT-IX > 7.
012760 4100-EXIT.
012770     EXIT.
012780
012790 4150-ADD-CATEGORY.
012800     ADD WS-W-AMT(WK-IDX, WS-CAT-IX) TO WS-CAT-TOTAL(WS-CAT-IX).
012810 4150-EXIT.
012820     EXIT.
012830
012840 5000-PRINT-FORECAST.
012850     MOVE WS-OPEN-BAL TO HL-OPEN-BAL
012860     MOVE WS-HEAD-LINE-1 TO WS-RPT-DETAIL
012870     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
012880     MOVE WS-START-DATE TO HL-START
012890     MOVE WS-END-DATE TO HL-END
012900     MOVE WS-HEAD-LINE-2 TO WS-RPT-DETAIL
012910     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
012920     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
012930     MOVE "PROJECTED CASH POSITION - WHOLE DOLLARS"
012940         TO WS-RPT-DETAIL
012950     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
012960     MOVE WS-WEEK-HEAD TO WS-RPT-DETAIL
012970     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
012980     PERFORM 5100-PRINT-ONE-WEEK THRU 5100-EXIT
012990         VARYING WK-IDX FROM 1 BY 1
013000         UNTIL WK-IDX > 13
013010     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
013020     IF WS-LOW-WEEK > 0
013030         MOVE "LOWEST CLOSING BALANCE" TO AL-LABEL
013040         MOVE WS-LOW-BAL TO AL-AMOUNT
013050         MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
013060         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
013070     END-IF
013080     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
013090     MOVE "WEEKLY DETAIL" TO WS-RPT-DETAIL
013100     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
013110     PERFORM 5200-PRINT-WEEK-DETAIL THRU 5200-EXIT
013120         VARYING WK-IDX FROM 1 BY 1
013130         UNTIL WK-IDX > 13
013140     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
013150     MOVE "THIRTEEN-WEEK TOTALS" TO WS-RPT-DETAIL
013160     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
013170     PERFORM 5300-PRINT-CAT-TOTAL THRU 5300-EXIT
013180         VARYING WS-CAT-IX FROM 1 BY 1
013190         UNTIL WS-CAT-IX > 7
013200     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
013210     MOVE "EXPECTED AFTER WEEK 13 - NOT IN THE FORECAST"
013220         TO WS-RPT-DETAIL
013230     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
013240     PERFORM 5400-PRINT-BEYOND THRU 5400-EXIT
013250         VARYING WS-CAT-IX FROM 1 BY 1
013260         UNTIL WS-CAT-IX > 7
013270     PERFORM 5500-PRINT-COUNTS THRU 5500-EXIT.
013280 5000-EXIT.
013290     EXIT.
013300
013310 5100-PRINT-ONE-WEEK.
013320     MOVE SPACES TO WS-WEEK-LINE
013330     SET WS-WEEK-IX TO WK-IDX
013340     MOVE WS-WEEK-IX TO WL-WEEK
013350     MOVE WS-W-START(WK-IDX) TO WL-START
013360     COMPUTE WL-IN ROUNDED = WS-W-IN(WK-IDX)
013370     COMPUTE WL-OUT ROUNDED = WS-W-OUT(WK-IDX)
013380     COMPUTE WL-CLOSING ROUNDED = WS-W-CLOSING(WK-IDX)
013390     IF WS-W-CLOSING(WK-IDX) < 0
013400         MOVE "NEG" TO WL-FLAG
013410     END-IF
013420     MOVE WS-WEEK-LINE TO WS-RPT-DETAIL
013430     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
013440 5100-EXIT.
013450     EXIT.
013460
013470 5200-PRINT-WEEK-DETAIL.
013480     SET WS-WEEK-IX TO WK-IDX
013490     MOVE WS-WEEK-IX TO DH-WEEK
013500     MOVE WS-W-START(WK-IDX) TO DH-START
013510     MOVE WS-DETAIL-HEAD TO WS-RPT-DETAIL
013520     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
013530     PERFORM 5250-PRINT-WEEK-CAT THRU 5250-EXIT
013540         VARYING WS-CAT-IX FROM 1 BY 1
013550         UNTIL WS-CAT-IX > 7.
013560 5200-EXIT.
013570     EXIT.
013580
013590*----ONLY THE CATEGORIES WITH MONEY IN THE WEEK
013600 5250-PRINT-WEEK-CAT.
013610     IF WS-W-AMT(WK-IDX, WS-CAT-IX) = 0
013620         GO TO 5250-EXIT
013630     END-IF
013640     MOVE WS-CAT-NAME(WS-CAT-IX) TO CL-NAME
013650     MOVE WS-W-AMT(WK-IDX, WS-CAT-IX) TO CL-AMOUNT
013660     MOVE WS-CAT-LINE TO WS-RPT-DETAIL
013670     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
013680 5250-EXIT.
013690     EXIT.
013700
013710 5300-PRINT-CAT-TOTAL.
013720     MOVE WS-CAT-NAME(WS-CAT-IX) TO CL-NAME
013730     MOVE WS-CAT-TOTAL(WS-CAT-IX) TO CL-AMOUNT
013740     MOVE WS-CAT-LINE TO WS-RPT-DETAIL
013750     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
013760 5300-EXIT.
013770     EXIT.
013780
013790 5400-PRINT-BEYOND.
013800     IF WS-BEYOND-AMT(WS-CAT-IX) = 0
013810         GO TO 5400-EXIT
013820     END-IF
013830     MOVE WS-CAT-NAME(WS-CAT-IX) TO CL-NAME
013840     MOVE WS-BEYOND-AMT(WS-CAT-IX) TO CL-AMOUNT
013850     MOVE WS-CAT-LINE TO WS-RPT-DETAIL
013860     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
013870 5400-EXIT.
013880     EXIT.
013890
013900 5500-PRINT-COUNTS.
013910     PERFORM 8100-PRINT-BLANK THRU 8100-EXIT
013920     MOVE "OPEN ITEMS READ" TO CT-LABEL
013930     MOVE WS-ITEM-COUNT TO CT-COUNT
013940     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
013950     MOVE "RECEIPTS TIMED FOR DAYS TO PAY" TO CT-LABEL
013960     MOVE WS-RCPT-COUNT TO CT-COUNT
013970     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
013980     MOVE "PROMISES APPLIED" TO CT-LABEL
013990     MOVE WS-PROMISE-COUNT TO CT-COUNT
014000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014010     MOVE "RECURRING BILLINGS FORECAST" TO CT-LABEL
014020     MOVE WS-RECUR-COUNT TO CT-COUNT
014030     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014040     MOVE "PAY DATES IN THE WINDOW" TO CT-LABEL
014050     MOVE WS-PAYDATE-COUNT TO CT-COUNT
014060     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014070     MOVE "PURCHASE ORDER LINES READ" TO CT-LABEL
014080     MOVE WS-PO-COUNT TO CT-COUNT
014090     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014100     MOVE "OPEN PAYABLES READ" TO CT-LABEL
014110     MOVE WS-AP-COUNT TO CT-COUNT
014120     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014130     IF WS-OVERFLOW-COUNT > 0
014140         MOVE "ROWS DROPPED - TABLES FULL" TO CT-LABEL
014150         MOVE WS-OVERFLOW-COUNT TO CT-COUNT
014160         PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
014170     END-IF
014180     PERFORM 5550-PRINT-ONE-MISSING THRU 5550-EXIT
014190         VARYING WS-MISSING-IX FROM 1 BY 1
014200         UNTIL WS-MISSING-IX > WS-MISSING-COUNT.
014210 5500-EXIT.
014220     EXIT.
014230
014240 5550-PRINT-ONE-MISSING.
014250     MOVE WS-MISSING-NAME(WS-MISSING-IX) TO MS-NAME
014260     MOVE WS-MISSING-LINE TO WS-RPT-DETAIL
014270     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
014280 5550-EXIT.
014290     EXIT.
014300
014310 6000-TERMINATE.
014320     IF CARD-PRESENT
014330         CLOSE FCST-RPT
014340         IF WS-MISSING-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
014350             MOVE 4 TO RETURN-CODE
014360         END-IF
014370     END-IF
014380     DISPLAY "CASHFCST: OPEN ITEMS READ - " WS-ITEM-COUNT
014390     DISPLAY "CASHFCST: PAY DATES IN THE WINDOW - "
014400         WS-PAYDATE-COUNT
014410     DISPLAY "CASHFCST: SOURCES NOT AVAILABLE - "
014420         WS-MISSING-COUNT
014430     DISPLAY "CASHFCST: LOWEST CLOSING BALANCE - " WS-LOW-BAL
014440     COMPUTE WS-LOG-READ = WS-ITEM-COUNT + WS-RCPT-COUNT
014450         + WS-HIST-COUNT + WS-PO-COUNT + WS-AP-COUNT
014460     MOVE 13 TO WS-LOG-WRITTEN
014470     MOVE WS-OVERFLOW-COUNT TO WS-LOG-REJECTS
014480     MOVE "E" TO WS-LOG-EVENT
014490     MOVE RETURN-CODE TO WS-LOG-RC
014500     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
014510         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
014511*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
014512*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
014513     MOVE WS-LOG-RC TO RETURN-CODE.
014520 6000-EXIT.
014530     EXIT.
014540
014550 8000-PRINT-RPT-DETAIL.
014560     MOVE "D" TO WS-RPT-OP
014570     CALL "RPTWRITE" USING WS-RPT-CONTROL
014580     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
014590 8000-EXIT.
014600     EXIT.
014610
014620 8100-PRINT-BLANK.
014630     MOVE SPACES TO WS-RPT-DETAIL
014640     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
014650 8100-EXIT.
014660     EXIT.
014670
014680 8200-FLUSH-RPT-LINES.
014690     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
014700         VARYING WS-RPT-IX FROM 1 BY 1
014710         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
014720 8200-EXIT.
014730     EXIT.
014740
014750 8250-WRITE-ONE-RPT-LINE.
014760     WRITE FCST-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
014770 8250-EXIT.
014780     EXIT.
014790
014800 8300-PRINT-COUNT.
014810     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
014820     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
014830 8300-EXIT.
014840     EXIT.
014850
014860*----WS-BK-AMOUNT INTO ITS WEEK BY DAY NUMBER. ANYTHING BEFORE
014870*----THE START IS ALREADY LATE AND FALLS IN THE FIRST WEEK;
014880*----ANYTHING PAST THE THIRTEENTH WEEK IS SET ASIDE.
014890 8500-BUCKET-AMOUNT.
014900     COMPUTE WS-BK-OFFSET = WS-BK-DN - WS-START-DN
014910     IF WS-BK-OFFSET < 0
014920         MOVE 0 TO WS-BK-OFFSET
014930     END-IF
014940     DIVIDE WS-BK-OFFSET BY 7 GIVING WS-BK-WEEK
014950     ADD 1 TO WS-BK-WEEK
014960     IF WS-BK-WEEK > 13
014970         ADD WS-BK-AMOUNT TO WS-BEYOND-AMT(WS-BK-CAT)
014980     ELSE
014990         ADD WS-BK-AMOUNT TO WS-W-AMT(WS-BK-WEEK, WS-BK-CAT)
015000     END-IF.
015010 8500-EXIT.
015020     EXIT.
015030
015040*----CUSTOMER ROW FOR WS-FIND-CUST, ADDED WHEN NEW. WS-CUST-IX IS
015050*----ZERO WHEN THE TABLE IS FULL.
015060 8700-FIND-CUSTOMER.
015070     MOVE 0 TO WS-CUST-IX
015080     MOVE "N" TO WS-FOUND-SW
015090     PERFORM 8750-MATCH-ONE-CUSTOMER THRU 8750-EXIT
015100         VARYING CU-IDX FROM 1 BY 1
015110         UNTIL CU-IDX > WS-CUST-COUNT OR ROW-FOUND
015120     IF ROW-FOUND
015130         GO TO 8700-EXIT
015140     END-IF
015150     IF WS-CUST-COUNT >= 999
015160         ADD 1 TO WS-OVERFLOW-COUNT
015170         GO TO 8700-EXIT
015180     END-IF
015190     ADD 1 TO WS-CUST-COUNT
015200     SET CU-IDX TO WS-CUST-COUNT
015210     MOVE WS-FIND-CUST TO WS-C-CUST-ID(CU-IDX)
015220     MOVE 0 TO WS-C-DAYS-SUM(CU-IDX)
015230     MOVE 0 TO WS-C-PAY-COUNT(CU-IDX)
015240     MOVE 0 TO WS-C-PROM-AMT(CU-IDX)
015250     MOVE 0 TO WS-C-PROM-DATE(CU-IDX)
015260     MOVE WS-CUST-COUNT TO WS-CUST-IX.
015270 8700-EXIT.
015280     EXIT.
015290
015300 8750-MATCH-ONE-CUSTOMER.
015310     IF WS-C-CUST-ID(CU-IDX) = WS-FIND-CUST
015320         MOVE "Y" TO WS-FOUND-SW
015330         SET WS-CUST-IX TO CU-IDX
015340     END-IF.
015350 8750-EXIT.
015360     EXIT.
015370
015380*----COMPANY ROW FOR WS-FIND-COMPANY, ADDED WHEN NEW
015390 8800-FIND-COMPANY.
015400     MOVE 0 TO WS-CO-IX
015410     MOVE "N" TO WS-FOUND-SW
015420     PERFORM 8850-MATCH-ONE-COMPANY THRU 8850-EXIT
015430         VARYING CO-IDX FROM 1 BY 1
015440         UNTIL CO-IDX > WS-CO-COUNT OR ROW-FOUND
015450     IF ROW-FOUND
015460         GO TO 8800-EXIT
015470     END-IF
015480     IF WS-CO-COUNT >= 20
015490         ADD 1 TO WS-OVERFLOW-COUNT
015500         GO TO 8800-EXIT
015510     END-IF
015520     ADD 1 TO WS-CO-COUNT
015530     SET CO-IDX TO WS-CO-COUNT
015540     MOVE WS-FIND-COMPANY TO WS-P-COMPANY(CO-IDX)
015550     MOVE 0 TO WS-P-LAST-PAID(CO-IDX)
015560     MOVE 0 TO WS-P-NET(CO-IDX)
015570     MOVE 0 TO WS-P-TAXES(CO-IDX)
015580     MOVE 0 TO WS-P-CAL-END-DN(CO-IDX)
015590     MOVE 0 TO WS-P-CAL-LENGTH(CO-IDX)
015600     MOVE WS-CO-COUNT TO WS-CO-IX.
015610 8800-EXIT.
015620     EXIT.
015630
015640 8850-MATCH-ONE-COMPANY.
015650     IF WS-P-COMPANY(CO-IDX) = WS-FIND-COMPANY
015660         MOVE "Y" TO WS-FOUND-SW
015670         SET WS-CO-IX TO CO-IDX
015680     END-IF.
015690 8850-EXIT.
015700     EXIT.
015710
015720 8900-NOTE-MISSING.
015730     DISPLAY "CASHFCST: " WS-MISS-WORK " NOT AVAILABLE - LEFT "
015740         "OUT OF THE FORECAST"
015750     IF WS-MISSING-COUNT < 12
015760         ADD 1 TO WS-MISSING-COUNT
015770         MOVE WS-MISS-WORK TO WS-MISSING-NAME(WS-MISSING-COUNT)
015780     END-IF.
015790 8900-EXIT.
015800     EXIT.
015810
015820*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
015830*----AND YEAR
015840 9000-NEXT-DAY.
015850     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
015860     IF WS-DT-DAY < WS-DT-MONTH-END
015870         ADD 1 TO WS-DT-DAY
015880         GO TO 9000-EXIT
015890     END-IF
015900     MOVE 1 TO WS-DT-DAY
015910     IF WS-DT-MONTH < 12
015920         ADD 1 TO WS-DT-MONTH
015930     ELSE
015940         MOVE 1 TO WS-DT-MONTH
015950         ADD 1 TO WS-DT-YEAR
015960     END-IF.
015970 9000-EXIT.
015980     EXIT.
015990
016000*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
016010 9050-MONTH-LENGTH.
016020     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
016030     IF WS-DT-MONTH = 2
016040         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
016050             REMAINDER WS-DT-REM4
016060         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
016070             REMAINDER WS-DT-REM100
016080         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
016090             REMAINDER WS-DT-REM400
016100         IF WS-DT-REM4 = 0
016110             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
016120             MOVE 29 TO WS-DT-MONTH-END
016130         END-IF
016140     END-IF.
016150 9050-EXIT.
016160     EXIT.
016170
016180*----WS-ADD-DAYS CALENDAR DAYS ON FROM WS-DT-DATE, LEFT IN
016190*----WS-DT-DATE
016200 9100-ADD-DAYS.
016210     MOVE 0 TO WS-DAYS-ADDED
016220     PERFORM 9000-NEXT-DAY THRU 9000-EXIT
016230         VARYING WS-DAYS-ADDED FROM 1 BY 1
016240         UNTIL WS-DAYS-ADDED > WS-ADD-DAYS.
016250 9100-EXIT.
016260     EXIT.
016270
016280*----WS-DT-DATE AS A DAY NUMBER IN WS-DAYNUM. THE YEAR IS COUNTED
016290*----FROM MARCH, SO JANUARY AND FEBRUARY BELONG TO THE YEAR
016300*----BEFORE AND THE LEAP DAY ENDS THE COUNTING YEAR.
016310 9200-DAY-NUMBER.
016320     MOVE WS-DT-YEAR TO WS-DN-YEAR
016330     MOVE WS-DT-MONTH TO WS-DN-MONTH
016340     IF WS-DN-MONTH < 3
016350         SUBTRACT 1 FROM WS-DN-YEAR
016360         ADD 12 TO WS-DN-MONTH
016370     END-IF
016380     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
016390     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
016400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
016410     COMPUTE WS-DN-WORK = (153 * (WS-DN-MONTH - 3)) + 2
016420     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
016430     COMPUTE WS-DAYNUM = (365 * WS-DN-YEAR) + WS-DN-Q4
016440         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
016450         + WS-DT-DAY.
016460 9200-EXIT.
016470     EXIT.
