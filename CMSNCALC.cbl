000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMSNCALC.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTHLY SALES COMMISSION RUN.
000100*                   THE CMSNCTL CARD NAMES THE MONTH. EACH
000110*                   CUSTOMER'S salesRep IS LOOKED UP
000120*                   ON THE COMMPLAN TABLE FOR THE RATE AND BASIS.
000130*                   AN INVOICE-BASIS REP EARNS ON THE INVOICE
000140*                   TOTALS BILLED IN THE MONTH, AS INVTOTAL AND
000150*                   CREDREL RECORD THEM ON TAXHIST; A COLLECTION-
000160*                   BASIS REP EARNS ON THE MONTH'S CASHAPPL
000170*                   RECEIPTS. COMMISSION ALREADY PAID ON AN
000180*                   INVOICE IS TAKEN BACK WHEN A CREDIT MEMO IS
000190*                   ISSUED AGAINST IT OR IT IS WRITTEN OFF, NEVER
000200*                   MORE THAN WAS PAID. EVERY LINE GOES ON THE
000210*                   CMSNHIST LEDGER, EACH REP'S NET IS APPENDED TO
000220*                   SUPPIN FOR THE SUPPLEMENTAL PAY RUN UNDER
000230*                   EARNINGS CODE COM, AND CMSNSTMT CARRIES A
000240*                   STATEMENT PER REP LISTING THE INVOICES BEHIND
000250*                   IT. A NET DEBIT, OR PAY FOR A REP NOT ON THE
000260*                   PAYROLL, CARRIES FORWARD TO THE NEXT MONTH.
000270*                   THE CARD IS MARKED PAID AT THE END OF THE RUN
000280*                   AND A PAID MONTH IS REFUSED.
000281*   2026-10-15  DP  A REP'S LATEST F ROW UP TO THE RUN MONTH IS
000282*                   BROUGHT FORWARD, SO A SKIPPED MONTH NO LONGER
000283*                   DROPS THE BALANCE. CUSTMAST OPEN MESSAGE NAMES
000284*                   THIS PROGRAM.
000285*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000286*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000287*                   OWN ZERO CODE.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CMSNCTL-IO  ASSIGN TO CMSNCTL
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CTL-STATUS.
000360     SELECT COMMPLAN-IN ASSIGN TO COMMPLAN
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PLAN-STATUS.
000390     SELECT CMSNHIST-IO ASSIGN TO CMSNHIST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-HIST-STATUS.
000420     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS ident
000460         FILE STATUS IS WS-CUST-STATUS.
000470     SELECT EMPMAST     ASSIGN TO EMPMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS ER-SSnum
000510         FILE STATUS IS WS-EMP-STATUS.
000520     SELECT TAXHIST-IN  ASSIGN TO TAXHIST
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TAX-STATUS.
000550     SELECT CASHAPPL-IN ASSIGN TO CASHAPPL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-APPL-STATUS.
000580     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OI-KEY
000620         ALTERNATE RECORD KEY IS OI-STATUS
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-OPEN-STATUS.
000650     SELECT SUPPIN-OUT  ASSIGN TO SUPPIN
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SUPP-STATUS.
000680     SELECT CMSN-STMT   ASSIGN TO CMSNSTMT
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT SORT-WORK   ASSIGN TO SORTWK.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----RUN CONTROL CARD - THE MONTH TO PAY (YYYYMM, ZERO FOR THE
000750*----MONTH BEFORE THE BUSINESS DATE) AND O (OPEN) OR P (PAID).
000760*----THE RUN SETS P WHEN IT FINISHES.
000770 FD  CMSNCTL-IO.
000780 01  CMSNCTL-REC.
000790     05  CC-MONTH         PIC 9(6).
000800     05  CC-STATUS        PIC X(1).
000810         88  CC-MONTH-OPEN    VALUE "O".
000820         88  CC-MONTH-PAID    VALUE "P".
000830
000840 FD  COMMPLAN-IN.
000850     COPY "COMMPLAN.cpy".
000860
000870*----COMMISSION LEDGER - ONE ROW PER INVOICE LINE OF EVERY
000880*----STATEMENT: E EARNED, C TAKEN BACK FOR A CREDIT MEMO, W TAKEN
000890*----BACK FOR A WRITE-OFF, AND F A BALANCE CARRIED FORWARD INTO
000900*----THE MONTH ON THE ROW. THE RATE AND BASIS OF AN E ROW ARE
000910*----THE ONES ANY LATER TAKE-BACK ON THE INVOICE USES.
000920 FD  CMSNHIST-IO.
000930 01  CMSNHIST-REC.
000940     05  CH-MONTH         PIC 9(6).
000950     05  CH-REP           PIC X(4).
000960     05  CH-TYPE          PIC X(1).
000970         88  CH-EARNED        VALUE "E".
000980         88  CH-CREDITED      VALUE "C".
000990         88  CH-WRITTEN-OFF   VALUE "W".
001000         88  CH-CARRIED       VALUE "F".
001010     05  CH-CUST-ID       PIC X(7).
001020     05  CH-INV-NO        PIC X(6).
001030     05  CH-DATE          PIC 9(8).
001040     05  CH-BASIS         PIC X(1).
001050     05  CH-RATE          PIC 9V9999.
001060     05  CH-REVENUE       PIC S9(7)V99
001070                          SIGN IS LEADING SEPARATE.
001080     05  CH-COMMISSION    PIC S9(7)V99
001090                          SIGN IS LEADING SEPARATE.
001100
001110 FD  CUSTMAST.
001120     COPY "CUSTOMER.cpy".
001130
001140 FD  EMPMAST.
001150     COPY "EMPLOYEE.cpy".
001160
001170 FD  TAXHIST-IN.
001180     COPY "TAXHIST.cpy".
001190
001200 FD  CASHAPPL-IN.
001210 01  CASHAPPL-REC.
001220     05  CI-CUST-ID       PIC X(7).
001230     05  CI-AMOUNT        PIC S9(6)V99
001240                          SIGN IS LEADING SEPARATE.
001250     05  CI-INV-NO        PIC X(6).
001260     05  CI-RCPT-DATE     PIC 9(8).
001270
001280 FD  OPENITEM-IN.
001290     COPY "OPENITEM.cpy".
001300
001310*----SUPPLEMENTAL PAY INPUT, AS SUPPPAY READS IT
001320 FD  SUPPIN-OUT.
001330 01  SUPPIN-REC.
001340     05  SI-SSN           PIC 9(9).
001350     05  SI-EARN-CODE     PIC X(3).
001360     05  SI-AMOUNT        PIC 9(5)V99.
001370
001380 FD  CMSN-STMT.
001390 01  CMSN-STMT-REC        PIC X(80).
001400
001410*----ONE STATEMENT LINE - SORTED TO REP, THEN LINE KIND, THEN
001420*----CUSTOMER AND INVOICE
001430 SD  SORT-WORK.
001440 01  SORT-REC.
001450     05  SR-REP           PIC X(4).
001460     05  SR-SEQ           PIC 9(1).
001470     05  SR-CUST-ID       PIC X(7).
001480     05  SR-INV-NO        PIC X(6).
001490     05  SR-DATE          PIC 9(8).
001500     05  SR-TYPE          PIC X(1).
001510     05  SR-BASIS         PIC X(1).
001520     05  SR-RATE          PIC 9V9999.
001530     05  SR-REVENUE       PIC S9(7)V99
001540                          SIGN IS LEADING SEPARATE.
001550     05  SR-COMMISSION    PIC S9(7)V99
001560                          SIGN IS LEADING SEPARATE.
001570
001580 WORKING-STORAGE SECTION.
001590 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
001600 01  WS-PLAN-STATUS       PIC X(2) VALUE SPACES.
001610 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001620 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001630 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001640 01  WS-TAX-STATUS        PIC X(2) VALUE SPACES.
001650 01  WS-APPL-STATUS       PIC X(2) VALUE SPACES.
001660 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
001670 01  WS-SUPP-STATUS       PIC X(2) VALUE SPACES.
001680 01  WS-EOF-SW            PIC X(1) VALUE "N".
001690     88  END-OF-FILE          VALUE "Y".
001700 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001710     88  END-OF-SORTED-LINES  VALUE "Y".
001720 01  WS-REFUSED-SW        PIC X(1) VALUE "N".
001730     88  RUN-REFUSED          VALUE "Y".
001740 01  WS-CUST-OPEN-SW      PIC X(1) VALUE "N".
001750     88  CUSTMAST-IS-OPEN     VALUE "Y".
001760 01  WS-EMP-OPEN-SW       PIC X(1) VALUE "N".
001770     88  EMPMAST-IS-OPEN      VALUE "Y".
001780 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001790 01  WS-RUN-MONTH         PIC 9(6) VALUE 0.
001800 01  WS-NEXT-MONTH        PIC 9(6) VALUE 0.
001810 01  WS-WORK-YEAR         PIC 9(4) VALUE 0.
001820 01  WS-WORK-MM           PIC 9(2) VALUE 0.
001830 01  WS-DATE-MONTH        PIC 9(6) VALUE 0.
001840 01  WS-IDENT-9           PIC 9(7) VALUE 0.
001850 01  WS-IDENT-X REDEFINES WS-IDENT-9
001860                          PIC X(7).
001870 01  WS-CUST-REP          PIC X(4) VALUE SPACES.
001880 01  WS-LOOK-REP          PIC X(4) VALUE SPACES.
001890 01  WS-LOOK-CUST         PIC X(7) VALUE SPACES.
001900 01  WS-LOOK-INV          PIC X(6) VALUE SPACES.
001910 01  WS-REVENUE           PIC S9(7)V99 VALUE 0.
001920 01  WS-COMMISSION        PIC S9(7)V99 VALUE 0.
001930 01  WS-TAKE-BACK         PIC S9(7)V99 VALUE 0.
001940*----COMMISSION PLAN, LOADED ONCE PER RUN
001950 01  WS-PLAN-COUNT        PIC 9(3) COMP VALUE 0.
001960 01  WS-PLAN-IX           PIC 9(3) COMP VALUE 0.
001970 01  WS-PX                PIC 9(3) COMP VALUE 0.
001980 01  WS-PLAN-TABLE.
001990     05  WS-PLAN-ENTRY    OCCURS 200 TIMES.
002000         10  WS-P-REP     PIC X(4).
002010         10  WS-P-NAME    PIC X(20).
002020         10  WS-P-SSN     PIC 9(9).
002030         10  WS-P-RATE    PIC 9V9999.
002040         10  WS-P-BASIS   PIC X(1).
002050         10  WS-P-BROUGHT PIC S9(7)V99.
002051         10  WS-P-BROUGHT-MONTH PIC 9(6).
002060*----EVERY INVOICE COMMISSION HAS BEEN PAID ON - WHO WAS PAID,
002070*----AT WHAT RATE AND BASIS, THE NET STILL STANDING, AND WHETHER
002080*----A WRITE-OFF HAS ALREADY BEEN TAKEN BACK (Y) OR IS BEING
002090*----TAKEN BACK THIS RUN (T)
002100 01  WS-INV-MAX           PIC 9(5) COMP VALUE 5000.
002110 01  WS-INV-COUNT         PIC 9(5) COMP VALUE 0.
002120 01  WS-INV-IX            PIC 9(5) COMP VALUE 0.
002130 01  WS-IX                PIC 9(5) COMP VALUE 0.
002140 01  WS-INV-FULL-SW       PIC X(1) VALUE "N".
002150     88  INVOICE-TABLE-FULL   VALUE "Y".
002160 01  WS-INV-TABLE.
002170     05  WS-INV-ENTRY     OCCURS 5000 TIMES.
002180         10  WS-I-CUST    PIC X(7).
002190         10  WS-I-INV     PIC X(6).
002200         10  WS-I-REP     PIC X(4).
002210         10  WS-I-BASIS   PIC X(1).
002220         10  WS-I-RATE    PIC 9V9999.
002230         10  WS-I-PAID    PIC S9(7)V99.
002240         10  WS-I-WO-SW   PIC X(1).
002250*----ONE REP'S STATEMENT, BUILT AS THE SORTED LINES COME BACK
002260 01  WS-CUR-REP           PIC X(4) VALUE SPACES.
002270 01  WS-FIRST-SW          PIC X(1) VALUE "Y".
002280     88  FIRST-REP            VALUE "Y".
002290 01  WS-R-EARNED          PIC S9(7)V99 VALUE 0.
002300 01  WS-R-CREDITS         PIC S9(7)V99 VALUE 0.
002310 01  WS-R-WRITE-OFFS      PIC S9(7)V99 VALUE 0.
002320 01  WS-R-BROUGHT         PIC S9(7)V99 VALUE 0.
002330 01  WS-R-NET             PIC S9(7)V99 VALUE 0.
002340 01  WS-R-PAID            PIC S9(7)V99 VALUE 0.
002350 01  WS-R-CARRY           PIC S9(7)V99 VALUE 0.
002360 01  WS-R-NOTE            PIC X(40) VALUE SPACES.
002370 01  WS-PAY-LIMIT         PIC 9(5)V99 VALUE 99999.99.
002380*----RUN TOTALS
002390 01  WS-LINE-COUNT        PIC 9(7) VALUE 0.
002400 01  WS-REP-COUNT         PIC 9(5) COMP VALUE 0.
002410 01  WS-PAID-COUNT        PIC 9(5) COMP VALUE 0.
002420 01  WS-TOTAL-PAID        PIC S9(9)V99 VALUE 0.
002430 01  WS-HOUSE-COUNT       PIC 9(7) VALUE 0.
002440 01  WS-HOUSE-REVENUE     PIC S9(9)V99 VALUE 0.
002450 01  WS-NO-PLAN-COUNT     PIC 9(7) VALUE 0.
002460 01  WS-NO-PLAN-REVENUE   PIC S9(9)V99 VALUE 0.
002470 01  WS-UNPAID-COUNT      PIC 9(5) COMP VALUE 0.
002480*----STATEMENT LINES
002490 01  WS-RULE-LINE         PIC X(80) VALUE ALL "=".
002500 01  WS-DASH-LINE         PIC X(80) VALUE ALL "-".
002510 01  WS-HEAD-1.
002520     05  FILLER           PIC X(27)
002530         VALUE "SALES COMMISSION STATEMENT".
002540     05  FILLER           PIC X(6) VALUE "MONTH ".
002550     05  H1-MONTH         PIC 9(6).
002560 01  WS-HEAD-2.
002570     05  FILLER           PIC X(4) VALUE "REP ".
002580     05  H2-REP           PIC X(4).
002590     05  FILLER           PIC X(2) VALUE SPACES.
002600     05  H2-NAME          PIC X(20).
002610     05  FILLER           PIC X(2) VALUE SPACES.
002620     05  H2-BASIS         PIC X(24).
002630     05  FILLER           PIC X(5) VALUE "RATE ".
002640     05  H2-RATE          PIC Z9.99.
002650     05  FILLER           PIC X(4) VALUE " PCT".
002660 01  WS-HEAD-3.
002670     05  FILLER           PIC X(40)
002680         VALUE "  LINE         CUSTOMER  INVOICE  DATE".
002690     05  FILLER           PIC X(38)
002700         VALUE "          REVENUE    COMMISSION".
002710 01  WS-DETAIL-LINE.
002720     05  FILLER           PIC X(2) VALUE SPACES.
002730     05  DL-KIND          PIC X(12).
002740     05  FILLER           PIC X(1) VALUE SPACE.
002750     05  DL-CUST-ID       PIC X(7).
002760     05  FILLER           PIC X(3) VALUE SPACES.
002770     05  DL-INV-NO        PIC X(6).
002780     05  FILLER           PIC X(3) VALUE SPACES.
002790     05  DL-DATE          PIC Z(8).
002800     05  FILLER           PIC X(2) VALUE SPACES.
002810     05  DL-REVENUE       PIC ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER           PIC X(1) VALUE SPACE.
002830     05  DL-COMMISSION    PIC ZZZ,ZZ9.99-.
002840 01  WS-TOTAL-LINE.
002850     05  FILLER           PIC X(2) VALUE SPACES.
002860     05  TL-LABEL         PIC X(30).
002870     05  FILLER           PIC X(34) VALUE SPACES.
002880     05  TL-AMOUNT        PIC ZZZ,ZZ9.99-.
002890 01  WS-NOTE-LINE.
002900     05  FILLER           PIC X(2) VALUE SPACES.
002910     05  NL-TEXT          PIC X(60).
002920 01  WS-SUMMARY-LINE.
002930     05  FILLER           PIC X(2) VALUE SPACES.
002940     05  SL-LABEL         PIC X(36).
002950     05  SL-COUNT         PIC ZZZ,ZZ9.
002960     05  FILLER           PIC X(2) VALUE SPACES.
002970     05  SL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002980 01  WS-EDIT-PCT          PIC 9(3)V99 VALUE 0.
002990*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
003000 01  WS-LOG-PROGRAM       PIC X(10) VALUE "CMSNCALC".
003010 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
003020 01  WS-LOG-READ          PIC 9(7) VALUE 0.
003030 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
003040 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
003050 01  WS-LOG-RC            PIC 9(4) VALUE 0.
003060
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003100     IF NOT RUN-REFUSED
003110         SORT SORT-WORK
003120             ON ASCENDING KEY SR-REP SR-SEQ SR-CUST-ID
003130                 SR-INV-NO SR-DATE
003140             INPUT PROCEDURE IS 2000-GATHER-LINES
003150                 THRU 2000-EXIT
003160             OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
003170                 THRU 3000-EXIT
003180     END-IF
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT
003200     GOBACK.
003210
003220 1000-INITIALIZE.
003230     MOVE "S" TO WS-LOG-EVENT
003240     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
003250         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
003260     CALL "GETBDATE" USING WS-BUS-DATE
003270     PERFORM 1100-GET-CONTROL-CARD THRU 1100-EXIT
003280     IF RUN-REFUSED
003290         GO TO 1000-EXIT
003300     END-IF
003310     PERFORM 1200-LOAD-PLAN THRU 1200-EXIT
003320     IF RUN-REFUSED
003330         GO TO 1000-EXIT
003340     END-IF
003350     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
003360     IF RUN-REFUSED
003370         GO TO 1000-EXIT
003380     END-IF
003390     OPEN INPUT CUSTMAST
003400     IF WS-CUST-STATUS NOT = "00"
003410         DISPLAY "CMSNCALC: UNABLE TO OPEN CUSTMAST - STATUS "
003420             WS-CUST-STATUS " - RUN REFUSED"
003430         MOVE "Y" TO WS-REFUSED-SW
003440         MOVE 12 TO RETURN-CODE
003450         GO TO 1000-EXIT
003460     END-IF
003470     MOVE "Y" TO WS-CUST-OPEN-SW
003480     OPEN INPUT EMPMAST
003490     IF WS-EMP-STATUS = "00"
003500         MOVE "Y" TO WS-EMP-OPEN-SW
003510     ELSE
003520         DISPLAY "CMSNCALC: EMPMAST NOT AVAILABLE - NO REP "
003530             "CAN BE PAID THIS RUN"
003540     END-IF
003550     OPEN OUTPUT CMSN-STMT
003560     OPEN EXTEND CMSNHIST-IO
003570     IF WS-HIST-STATUS = "35"
003580         OPEN OUTPUT CMSNHIST-IO
003590     END-IF
003600     OPEN EXTEND SUPPIN-OUT
003610     IF WS-SUPP-STATUS = "35"
003620         OPEN OUTPUT SUPPIN-OUT
003630     END-IF.
003640 1000-EXIT.
003650     EXIT.
003660
003670 1100-GET-CONTROL-CARD.
003680     OPEN INPUT CMSNCTL-IO
003690     IF WS-CTL-STATUS NOT = "00"
003700         DISPLAY "CMSNCALC: NO CMSNCTL CARD - RUN REFUSED"
003710         MOVE "Y" TO WS-REFUSED-SW
003720         MOVE 12 TO RETURN-CODE
003730         GO TO 1100-EXIT
003740     END-IF
003750     READ CMSNCTL-IO
003760         AT END MOVE "Y" TO WS-REFUSED-SW
003770     END-READ
003780     CLOSE CMSNCTL-IO
003790     IF RUN-REFUSED
003800         DISPLAY "CMSNCALC: CMSNCTL CARD EMPTY - RUN REFUSED"
003810         MOVE 12 TO RETURN-CODE
003820         GO TO 1100-EXIT
003830     END-IF
003840     IF CC-MONTH-PAID
003850         DISPLAY "CMSNCALC: COMMISSION FOR " CC-MONTH
003860             " ALREADY PAID - RUN REFUSED"
003870         MOVE "Y" TO WS-REFUSED-SW
003880         MOVE 12 TO RETURN-CODE
003890         GO TO 1100-EXIT
003900     END-IF
003910     IF NOT CC-MONTH-OPEN OR CC-MONTH NOT NUMERIC
003920         DISPLAY "CMSNCALC: CMSNCTL CARD MONTH OR STATUS NOT "
003930             "VALID - RUN REFUSED"
003940         MOVE "Y" TO WS-REFUSED-SW
003950         MOVE 12 TO RETURN-CODE
003960         GO TO 1100-EXIT
003970     END-IF
003980*----NO MONTH ON THE CARD PAYS THE MONTH JUST CLOSED
003990     IF CC-MONTH = 0
004000         DIVIDE WS-BUS-DATE BY 100 GIVING WS-RUN-MONTH
004010         DIVIDE WS-RUN-MONTH BY 100 GIVING WS-WORK-YEAR
004020         COMPUTE WS-WORK-MM = WS-RUN-MONTH - WS-WORK-YEAR * 100
004030         IF WS-WORK-MM = 1
004040             SUBTRACT 1 FROM WS-WORK-YEAR
004050             MOVE 12 TO WS-WORK-MM
004060         ELSE
004070             SUBTRACT 1 FROM WS-WORK-MM
004080         END-IF
004090         COMPUTE WS-RUN-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MM
004100     ELSE
004110         MOVE CC-MONTH TO WS-RUN-MONTH
004120     END-IF
004130     DIVIDE WS-RUN-MONTH BY 100 GIVING WS-WORK-YEAR
004140     COMPUTE WS-WORK-MM = WS-RUN-MONTH - WS-WORK-YEAR * 100
004150     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
004160         DISPLAY "CMSNCALC: CMSNCTL MONTH " WS-RUN-MONTH
004170             " NOT VALID - RUN REFUSED"
004180         MOVE "Y" TO WS-REFUSED-SW
004190         MOVE 12 TO RETURN-CODE
004200         GO TO 1100-EXIT
004210     END-IF
004220     IF WS-WORK-MM = 12
004230         ADD 1 TO WS-WORK-YEAR
004240         MOVE 1 TO WS-WORK-MM
004250     ELSE
004260         ADD 1 TO WS-WORK-MM
004270     END-IF
004280     COMPUTE WS-NEXT-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MM.
004290 1100-EXIT.
004300     EXIT.
004310
004320*----WITHOUT THE PLAN NOBODY'S RATE IS KNOWN
004330 1200-LOAD-PLAN.
004340     OPEN INPUT COMMPLAN-IN
004350     IF WS-PLAN-STATUS NOT = "00"
004360         DISPLAY "CMSNCALC: NO COMMPLAN TABLE - RUN REFUSED"
004370         MOVE "Y" TO WS-REFUSED-SW
004380         MOVE 12 TO RETURN-CODE
004390         GO TO 1200-EXIT
004400     END-IF
004410     MOVE "N" TO WS-EOF-SW
004420     PERFORM 1250-LOAD-ONE-REP THRU 1250-EXIT
004430         UNTIL END-OF-FILE OR WS-PLAN-COUNT >= 200
004440     CLOSE COMMPLAN-IN.
004450 1200-EXIT.
004460     EXIT.
004470
004480 1250-LOAD-ONE-REP.
004490     READ COMMPLAN-IN
004500         AT END
004510             MOVE "Y" TO WS-EOF-SW
004520             GO TO 1250-EXIT
004530     END-READ
004540     IF CP-REP = SPACES
004550         GO TO 1250-EXIT
004560     END-IF
004570     IF CP-RATE NOT NUMERIC
004580         OR (NOT CP-ON-INVOICE AND NOT CP-ON-COLLECTION)
004590         DISPLAY "CMSNCALC: COMMPLAN ROW FOR REP " CP-REP
004600             " HAS NO VALID RATE OR BASIS - REP LEFT OFF"
004610         MOVE 4 TO RETURN-CODE
004620         GO TO 1250-EXIT
004630     END-IF
004640     ADD 1 TO WS-PLAN-COUNT
004650     MOVE CP-REP TO WS-P-REP(WS-PLAN-COUNT)
004660     MOVE CP-NAME TO WS-P-NAME(WS-PLAN-COUNT)
004670     IF CP-SSN NUMERIC
004680         MOVE CP-SSN TO WS-P-SSN(WS-PLAN-COUNT)
004690     ELSE
004700         MOVE 0 TO WS-P-SSN(WS-PLAN-COUNT)
004710     END-IF
004720     MOVE CP-RATE TO WS-P-RATE(WS-PLAN-COUNT)
004730     MOVE CP-BASIS TO WS-P-BASIS(WS-PLAN-COUNT)
004740     MOVE 0 TO WS-P-BROUGHT(WS-PLAN-COUNT)
004741     MOVE 0 TO WS-P-BROUGHT-MONTH(WS-PLAN-COUNT).
004750 1250-EXIT.
004760     EXIT.
004770
004780*----THE LEDGER TO DATE - WHAT STANDS PAID ON EACH INVOICE, AND
004790*----THE BALANCES CARRIED INTO THIS MONTH. A LEDGER THAT ALREADY
004800*----HOLDS THIS MONTH'S LINES MEANS AN EARLIER RUN DID NOT
004810*----FINISH - ITS LINES AND ITS SUPPIN ROWS ARE BACKED OUT BY
004820*----HAND BEFORE THE MONTH IS RUN AGAIN.
004830 1400-LOAD-HISTORY.
004840     OPEN INPUT CMSNHIST-IO
004850     IF WS-HIST-STATUS NOT = "00"
004860         DISPLAY "CMSNCALC: NO CMSNHIST LEDGER - STARTING A "
004870             "NEW ONE"
004880         GO TO 1400-EXIT
004890     END-IF
004900     MOVE "N" TO WS-EOF-SW
004910     PERFORM 1450-LOAD-ONE-LEDGER-ROW THRU 1450-EXIT
004920         UNTIL END-OF-FILE OR RUN-REFUSED
004930     CLOSE CMSNHIST-IO.
004940 1400-EXIT.
004950     EXIT.
004960
004970 1450-LOAD-ONE-LEDGER-ROW.
004980     READ CMSNHIST-IO
004990         AT END
005000             MOVE "Y" TO WS-EOF-SW
005010             GO TO 1450-EXIT
005020     END-READ
005030     IF CH-CARRIED
005040         IF CH-MONTH NOT > WS-RUN-MONTH
005050             PERFORM 1480-BRING-FORWARD THRU 1480-EXIT
005060         END-IF
005070         GO TO 1450-EXIT
005080     END-IF
005090     IF CH-MONTH NOT < WS-RUN-MONTH
005100         DISPLAY "CMSNCALC: CMSNHIST ALREADY HOLDS LINES FOR "
005110             CH-MONTH " - RUN REFUSED"
005120         MOVE "Y" TO WS-REFUSED-SW
005130         MOVE 12 TO RETURN-CODE
005140         GO TO 1450-EXIT
005150     END-IF
005160     MOVE CH-CUST-ID TO WS-LOOK-CUST
005170     MOVE CH-INV-NO TO WS-LOOK-INV
005180     PERFORM 8300-FIND-INVOICE THRU 8300-EXIT
005190     IF WS-INV-IX = 0
005200         PERFORM 8350-ADD-INVOICE THRU 8350-EXIT
005210         IF WS-INV-IX = 0
005220             GO TO 1450-EXIT
005230         END-IF
005240     END-IF
005250     IF CH-EARNED
005260         MOVE CH-REP TO WS-I-REP(WS-INV-IX)
005270         MOVE CH-BASIS TO WS-I-BASIS(WS-INV-IX)
005280         MOVE CH-RATE TO WS-I-RATE(WS-INV-IX)
005290     END-IF
005300     IF CH-WRITTEN-OFF
005310         MOVE "Y" TO WS-I-WO-SW(WS-INV-IX)
005320     END-IF
005330     ADD CH-COMMISSION TO WS-I-PAID(WS-INV-IX).
005340 1450-EXIT.
005350     EXIT.
005360
005361*----ONLY A REP'S LATEST F ROW STANDS - A MONTH SKIPPED BETWEEN
005362*----RUNS LEAVES THE BALANCE ON AN EARLIER MONTH, AND A MONTH THAT
005363*----TOOK A BALANCE UP ALWAYS WRITES A NEWER F ROW, ZERO IF
005364*----NOTHING IS LEFT.
005370 1480-BRING-FORWARD.
005380     MOVE CH-REP TO WS-LOOK-REP
005390     PERFORM 8100-FIND-REP THRU 8100-EXIT
005400     IF WS-PLAN-IX = 0
005401         IF CH-MONTH NOT = WS-RUN-MONTH
005402             GO TO 1480-EXIT
005403         END-IF
005410         DISPLAY "CMSNCALC: BALANCE CARRIED FOR REP " CH-REP
005420             " WHO IS NO LONGER ON COMMPLAN - NOT APPLIED"
005430         MOVE 4 TO RETURN-CODE
005440     ELSE
005450         IF CH-MONTH NOT < WS-P-BROUGHT-MONTH(WS-PLAN-IX)
005451             MOVE CH-COMMISSION TO WS-P-BROUGHT(WS-PLAN-IX)
005452             MOVE CH-MONTH TO WS-P-BROUGHT-MONTH(WS-PLAN-IX)
005453         END-IF
005460     END-IF.
005470 1480-EXIT.
005480     EXIT.
005490
005500*----EVERY LINE OF EVERY STATEMENT, RELEASED TO THE SORT
005510 2000-GATHER-LINES.
005520     PERFORM 2100-RELEASE-BROUGHT THRU 2100-EXIT
005530         VARYING WS-PX FROM 1 BY 1
005540         UNTIL WS-PX > WS-PLAN-COUNT
005550     PERFORM 2200-BILLED-AND-CREDITED THRU 2200-EXIT
005560     PERFORM 2400-COLLECTED THRU 2400-EXIT
005570     PERFORM 2600-WRITTEN-OFF THRU 2600-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600
005610 2100-RELEASE-BROUGHT.
005620     IF WS-P-BROUGHT(WS-PX) = 0
005630         GO TO 2100-EXIT
005640     END-IF
005650     MOVE SPACES TO SORT-REC
005660     MOVE WS-P-REP(WS-PX) TO SR-REP
005670     MOVE 1 TO SR-SEQ
005680     MOVE "F" TO SR-TYPE
005690     MOVE 0 TO SR-DATE
005700     MOVE WS-P-BASIS(WS-PX) TO SR-BASIS
005710     MOVE 0 TO SR-RATE
005720     MOVE 0 TO SR-REVENUE
005730     MOVE WS-P-BROUGHT(WS-PX) TO SR-COMMISSION
005740     RELEASE SORT-REC.
005750 2100-EXIT.
005760     EXIT.
005770
005780*----THE MONTH'S INVOICE TOTALS - THE SAME TOTAL INVTOTAL PRINTS
005790*----ON THE INVTOTS REGISTER, BEFORE TAX, RECORDED ON TAXHIST
005800*----WITH THE CUSTOMER THE NIGHT THE INVOICE WAS BILLED (I) OR
005810*----RELEASED FROM CREDIT HOLD (R). CREDIT MEMOS (C) CARRY
005820*----NEGATIVE AMOUNTS.
005830 2200-BILLED-AND-CREDITED.
005840     OPEN INPUT TAXHIST-IN
005850     IF WS-TAX-STATUS NOT = "00"
005860         DISPLAY "CMSNCALC: NO TAXHIST - NO BILLED REVENUE OR "
005870             "CREDITS THIS RUN"
005880         MOVE 4 TO RETURN-CODE
005890         GO TO 2200-EXIT
005900     END-IF
005910     MOVE "N" TO WS-EOF-SW
005920     PERFORM 2250-ONE-INVOICE-TOTAL THRU 2250-EXIT
005930         UNTIL END-OF-FILE
005940     CLOSE TAXHIST-IN.
005950 2200-EXIT.
005960     EXIT.
005970
005980 2250-ONE-INVOICE-TOTAL.
005990     READ TAXHIST-IN
006000         AT END
006010             MOVE "Y" TO WS-EOF-SW
006020             GO TO 2250-EXIT
006030     END-READ
006040     IF TH-POST-DATE NOT NUMERIC
006050         GO TO 2250-EXIT
006060     END-IF
006070     DIVIDE TH-POST-DATE BY 100 GIVING WS-DATE-MONTH
006080     IF WS-DATE-MONTH NOT = WS-RUN-MONTH
006090         GO TO 2250-EXIT
006100     END-IF
006110     COMPUTE WS-REVENUE = TH-TAXABLE + TH-EXEMPT
006120     IF TH-CREDIT
006130         PERFORM 2300-TAKE-BACK-CREDIT THRU 2300-EXIT
006140         GO TO 2250-EXIT
006150     END-IF
006160     MOVE TH-CUST-ID TO WS-IDENT-X
006170     PERFORM 8200-GET-CUSTOMER-REP THRU 8200-EXIT
006180     IF WS-PLAN-IX = 0
006190         GO TO 2250-EXIT
006200     END-IF
006210     IF WS-P-BASIS(WS-PLAN-IX) NOT = "I"
006220         GO TO 2250-EXIT
006230     END-IF
006240     MOVE TH-CUST-ID TO SR-CUST-ID
006250     MOVE TH-INV-ID TO SR-INV-NO
006260     MOVE TH-POST-DATE TO SR-DATE
006270     PERFORM 2900-RELEASE-EARNED THRU 2900-EXIT.
006280 2250-EXIT.
006290     EXIT.
006300
006310*----A CREDIT MEMO TAKES BACK WHAT WAS PAID ON ITS AMOUNT, AT
006320*----THE RATE THE INVOICE WAS PAID AT, FROM THE REP WHO WAS
006330*----PAID - ONLY WHERE COMMISSION WAS PAID AT INVOICING. A
006340*----COLLECTION-BASIS REP WAS NEVER PAID ON MONEY NOT COLLECTED.
006350 2300-TAKE-BACK-CREDIT.
006360     MOVE TH-CUST-ID TO WS-LOOK-CUST
006370     MOVE TH-INV-ID TO WS-LOOK-INV
006380     PERFORM 8300-FIND-INVOICE THRU 8300-EXIT
006390     IF WS-INV-IX = 0
006400         GO TO 2300-EXIT
006410     END-IF
006420     IF WS-I-BASIS(WS-INV-IX) NOT = "I"
006430         OR WS-I-PAID(WS-INV-IX) NOT > 0
006440         GO TO 2300-EXIT
006450     END-IF
006460     COMPUTE WS-TAKE-BACK ROUNDED =
006470         WS-REVENUE * WS-I-RATE(WS-INV-IX)
006480     IF 0 - WS-TAKE-BACK > WS-I-PAID(WS-INV-IX)
006490         COMPUTE WS-TAKE-BACK = 0 - WS-I-PAID(WS-INV-IX)
006500     END-IF
006510     ADD WS-TAKE-BACK TO WS-I-PAID(WS-INV-IX)
006520     MOVE SPACES TO SORT-REC
006530     MOVE WS-I-REP(WS-INV-IX) TO SR-REP
006540     MOVE 3 TO SR-SEQ
006550     MOVE "C" TO SR-TYPE
006560     MOVE TH-CUST-ID TO SR-CUST-ID
006570     MOVE TH-INV-ID TO SR-INV-NO
006580     MOVE TH-POST-DATE TO SR-DATE
006590     MOVE WS-I-BASIS(WS-INV-IX) TO SR-BASIS
006600     MOVE WS-I-RATE(WS-INV-IX) TO SR-RATE
006610     MOVE WS-REVENUE TO SR-REVENUE
006620     MOVE WS-TAKE-BACK TO SR-COMMISSION
006630     RELEASE SORT-REC.
006640 2300-EXIT.
006650     EXIT.
006660
006670*----THE MONTH'S RECEIPTS AGAINST AN INVOICE, FOR THE REPS PAID
006680*----AS THE MONEY COMES IN
006690 2400-COLLECTED.
006700     OPEN INPUT CASHAPPL-IN
006710     IF WS-APPL-STATUS NOT = "00"
006720         DISPLAY "CMSNCALC: NO CASHAPPL - NO COLLECTED REVENUE "
006730             "THIS RUN"
006740         MOVE 4 TO RETURN-CODE
006750         GO TO 2400-EXIT
006760     END-IF
006770     MOVE "N" TO WS-EOF-SW
006780     PERFORM 2450-ONE-RECEIPT THRU 2450-EXIT
006790         UNTIL END-OF-FILE
006800     CLOSE CASHAPPL-IN.
006810 2400-EXIT.
006820     EXIT.
006830
006840 2450-ONE-RECEIPT.
006850     READ CASHAPPL-IN
006860         AT END
006870             MOVE "Y" TO WS-EOF-SW
006880             GO TO 2450-EXIT
006890     END-READ
006900     IF CI-RCPT-DATE NOT NUMERIC OR CI-AMOUNT NOT NUMERIC
006910         OR CI-INV-NO = SPACES OR CI-AMOUNT NOT > 0
006920         GO TO 2450-EXIT
006930     END-IF
006940     DIVIDE CI-RCPT-DATE BY 100 GIVING WS-DATE-MONTH
006950     IF WS-DATE-MONTH NOT = WS-RUN-MONTH
006960         GO TO 2450-EXIT
006970     END-IF
006980     MOVE CI-AMOUNT TO WS-REVENUE
006990     MOVE CI-CUST-ID TO WS-IDENT-X
007000     PERFORM 8200-GET-CUSTOMER-REP THRU 8200-EXIT
007010     IF WS-PLAN-IX = 0
007020         GO TO 2450-EXIT
007030     END-IF
007040     IF WS-P-BASIS(WS-PLAN-IX) NOT = "C"
007050         GO TO 2450-EXIT
007060     END-IF
007070     MOVE CI-CUST-ID TO SR-CUST-ID
007080     MOVE CI-INV-NO TO SR-INV-NO
007090     MOVE CI-RCPT-DATE TO SR-DATE
007100     PERFORM 2900-RELEASE-EARNED THRU 2900-EXIT.
007110 2450-EXIT.
007120     EXIT.
007130
007140*----EVERY LINE THE CREDIT MANAGER HAS WRITTEN OFF. AN INVOICE
007150*----IS TAKEN BACK ONCE - THE LEDGER'S W ROW MARKS IT DONE.
007160 2600-WRITTEN-OFF.
007170     OPEN INPUT OPENITEM-IN
007180     IF WS-OPEN-STATUS NOT = "00"
007190         DISPLAY "CMSNCALC: NO OPENITEM - WRITE-OFFS NOT TAKEN "
007200             "BACK THIS RUN"
007210         MOVE 4 TO RETURN-CODE
007220         GO TO 2600-EXIT
007230     END-IF
007240     MOVE "N" TO WS-EOF-SW
007250     MOVE "W" TO OI-STATUS
007260     START OPENITEM-IN KEY IS = OI-STATUS
007270         INVALID KEY MOVE "Y" TO WS-EOF-SW
007280     END-START
007290     PERFORM 2650-ONE-WRITTEN-OFF-LINE THRU 2650-EXIT
007300         UNTIL END-OF-FILE
007310     CLOSE OPENITEM-IN.
007320 2600-EXIT.
007330     EXIT.
007340
007350 2650-ONE-WRITTEN-OFF-LINE.
007360     READ OPENITEM-IN NEXT RECORD
007370         AT END
007380             MOVE "Y" TO WS-EOF-SW
007390             GO TO 2650-EXIT
007400     END-READ
007410     IF NOT OI-IS-WRITTEN-OFF
007420         MOVE "Y" TO WS-EOF-SW
007430         GO TO 2650-EXIT
007440     END-IF
007450     MOVE OI-CUST-ID TO WS-LOOK-CUST
007460     MOVE OI-INV-NO TO WS-LOOK-INV
007470     PERFORM 8300-FIND-INVOICE THRU 8300-EXIT
007480     IF WS-INV-IX = 0
007490         GO TO 2650-EXIT
007500     END-IF
007510     IF WS-I-BASIS(WS-INV-IX) NOT = "I"
007520         OR WS-I-WO-SW(WS-INV-IX) = "Y"
007530         OR WS-I-PAID(WS-INV-IX) NOT > 0
007540         GO TO 2650-EXIT
007550     END-IF
007560     MOVE "T" TO WS-I-WO-SW(WS-INV-IX)
007570     COMPUTE WS-REVENUE = 0 - (OI-AMOUNT - OI-PAID-AMT)
007580     IF WS-REVENUE NOT < 0
007590         GO TO 2650-EXIT
007600     END-IF
007610     COMPUTE WS-TAKE-BACK ROUNDED =
007620         WS-REVENUE * WS-I-RATE(WS-INV-IX)
007630     IF 0 - WS-TAKE-BACK > WS-I-PAID(WS-INV-IX)
007640         COMPUTE WS-TAKE-BACK = 0 - WS-I-PAID(WS-INV-IX)
007650     END-IF
007660     ADD WS-TAKE-BACK TO WS-I-PAID(WS-INV-IX)
007670     MOVE SPACES TO SORT-REC
007680     MOVE WS-I-REP(WS-INV-IX) TO SR-REP
007690     MOVE 4 TO SR-SEQ
007700     MOVE "W" TO SR-TYPE
007710     MOVE OI-CUST-ID TO SR-CUST-ID
007720     MOVE OI-INV-NO TO SR-INV-NO
007730     MOVE OI-INV-DATE TO SR-DATE
007740     MOVE WS-I-BASIS(WS-INV-IX) TO SR-BASIS
007750     MOVE WS-I-RATE(WS-INV-IX) TO SR-RATE
007760     MOVE WS-REVENUE TO SR-REVENUE
007770     MOVE WS-TAKE-BACK TO SR-COMMISSION
007780     RELEASE SORT-REC.
007790 2650-EXIT.
007800     EXIT.
007810
007820*----COMMISSION EARNED ON ONE INVOICE TOTAL OR RECEIPT, FOR THE
007830*----REP AT WS-PLAN-IX - SR-CUST-ID, SR-INV-NO AND SR-DATE ARE
007840*----ALREADY SET. THE INVOICE JOINS THE PAID TABLE SO A CREDIT
007850*----LATER IN THE MONTH CAN BE TAKEN BACK.
007860 2900-RELEASE-EARNED.
007870     COMPUTE WS-COMMISSION ROUNDED =
007880         WS-REVENUE * WS-P-RATE(WS-PLAN-IX)
007890     MOVE WS-P-REP(WS-PLAN-IX) TO SR-REP
007900     MOVE 2 TO SR-SEQ
007910     MOVE "E" TO SR-TYPE
007920     MOVE WS-P-BASIS(WS-PLAN-IX) TO SR-BASIS
007930     MOVE WS-P-RATE(WS-PLAN-IX) TO SR-RATE
007940     MOVE WS-REVENUE TO SR-REVENUE
007950     MOVE WS-COMMISSION TO SR-COMMISSION
007960     RELEASE SORT-REC
007970     MOVE SR-CUST-ID TO WS-LOOK-CUST
007980     MOVE SR-INV-NO TO WS-LOOK-INV
007990     PERFORM 8300-FIND-INVOICE THRU 8300-EXIT
008000     IF WS-INV-IX = 0
008010         PERFORM 8350-ADD-INVOICE THRU 8350-EXIT
008020         IF WS-INV-IX = 0
008030             GO TO 2900-EXIT
008040         END-IF
008050     END-IF
008060     MOVE WS-P-REP(WS-PLAN-IX) TO WS-I-REP(WS-INV-IX)
008070     MOVE WS-P-BASIS(WS-PLAN-IX) TO WS-I-BASIS(WS-INV-IX)
008080     MOVE WS-P-RATE(WS-PLAN-IX) TO WS-I-RATE(WS-INV-IX)
008090     ADD WS-COMMISSION TO WS-I-PAID(WS-INV-IX).
008100 2900-EXIT.
008110     EXIT.
008120
008130*----ONE STATEMENT PER REP, AND EACH LINE ONTO THE LEDGER
008140 3000-WRITE-STATEMENTS.
008150     MOVE "N" TO WS-SORT-EOF-SW
008160     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT
008170     PERFORM 3100-ONE-LINE THRU 3100-EXIT
008180         UNTIL END-OF-SORTED-LINES
008190     IF NOT FIRST-REP
008200         PERFORM 3400-CLOSE-REP THRU 3400-EXIT
008210     END-IF
008220     PERFORM 3800-RUN-SUMMARY THRU 3800-EXIT.
008230 3000-EXIT.
008240     EXIT.
008250
008260 3050-RETURN-NEXT.
008270     RETURN SORT-WORK
008280         AT END MOVE "Y" TO WS-SORT-EOF-SW
008290     END-RETURN.
008300 3050-EXIT.
008310     EXIT.
008320
008330 3100-ONE-LINE.
008340     IF FIRST-REP OR SR-REP NOT = WS-CUR-REP
008350         IF NOT FIRST-REP
008360             PERFORM 3400-CLOSE-REP THRU 3400-EXIT
008370         END-IF
008380         PERFORM 3200-OPEN-REP THRU 3200-EXIT
008390     END-IF
008400     ADD 1 TO WS-LINE-COUNT
008410     MOVE SPACES TO WS-DETAIL-LINE
008420     EVALUATE SR-TYPE
008430         WHEN "F"
008440             MOVE "BROUGHT FWD" TO DL-KIND
008450             ADD SR-COMMISSION TO WS-R-BROUGHT
008460         WHEN "E"
008470             IF SR-BASIS = "C"
008480                 MOVE "COLLECTED" TO DL-KIND
008490             ELSE
008500                 MOVE "BILLED" TO DL-KIND
008510             END-IF
008520             ADD SR-COMMISSION TO WS-R-EARNED
008530         WHEN "C"
008540             MOVE "CREDIT MEMO" TO DL-KIND
008550             ADD SR-COMMISSION TO WS-R-CREDITS
008560         WHEN "W"
008570             MOVE "WRITTEN OFF" TO DL-KIND
008580             ADD SR-COMMISSION TO WS-R-WRITE-OFFS
008590     END-EVALUATE
008600     MOVE SR-CUST-ID TO DL-CUST-ID
008610     MOVE SR-INV-NO TO DL-INV-NO
008620     MOVE SR-DATE TO DL-DATE
008630     IF SR-TYPE NOT = "F"
008640         MOVE SR-REVENUE TO DL-REVENUE
008650     END-IF
008660     MOVE SR-COMMISSION TO DL-COMMISSION
008670     WRITE CMSN-STMT-REC FROM WS-DETAIL-LINE
008680*----A BALANCE BROUGHT FORWARD IS ALREADY ON THE LEDGER
008690     IF SR-TYPE NOT = "F"
008700         MOVE SPACES TO CMSNHIST-REC
008710         MOVE WS-RUN-MONTH TO CH-MONTH
008720         MOVE SR-REP TO CH-REP
008730         MOVE SR-TYPE TO CH-TYPE
008740         MOVE SR-CUST-ID TO CH-CUST-ID
008750         MOVE SR-INV-NO TO CH-INV-NO
008760         MOVE SR-DATE TO CH-DATE
008770         MOVE SR-BASIS TO CH-BASIS
008780         MOVE SR-RATE TO CH-RATE
008790         MOVE SR-REVENUE TO CH-REVENUE
008800         MOVE SR-COMMISSION TO CH-COMMISSION
008810         WRITE CMSNHIST-REC
008820     END-IF
008830     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT.
008840 3100-EXIT.
008850     EXIT.
008860
008870 3200-OPEN-REP.
008880     MOVE "N" TO WS-FIRST-SW
008890     MOVE SR-REP TO WS-CUR-REP
008900     MOVE 0 TO WS-R-EARNED
008910     MOVE 0 TO WS-R-CREDITS
008920     MOVE 0 TO WS-R-WRITE-OFFS
008930     MOVE 0 TO WS-R-BROUGHT
008940     ADD 1 TO WS-REP-COUNT
008950     MOVE SR-REP TO WS-LOOK-REP
008960     PERFORM 8100-FIND-REP THRU 8100-EXIT
008970     WRITE CMSN-STMT-REC FROM WS-RULE-LINE
008980     MOVE WS-RUN-MONTH TO H1-MONTH
008990     WRITE CMSN-STMT-REC FROM WS-HEAD-1
009000     MOVE SR-REP TO H2-REP
009010     MOVE WS-P-NAME(WS-PLAN-IX) TO H2-NAME
009020     IF WS-P-BASIS(WS-PLAN-IX) = "C"
009030         MOVE "PAID ON COLLECTION" TO H2-BASIS
009040     ELSE
009050         MOVE "PAID ON INVOICING" TO H2-BASIS
009060     END-IF
009070     COMPUTE WS-EDIT-PCT = WS-P-RATE(WS-PLAN-IX) * 100
009080     MOVE WS-EDIT-PCT TO H2-RATE
009090     WRITE CMSN-STMT-REC FROM WS-HEAD-2
009100     WRITE CMSN-STMT-REC FROM WS-DASH-LINE
009110     WRITE CMSN-STMT-REC FROM WS-HEAD-3.
009120 3200-EXIT.
009130     EXIT.
009140
009150*----THE REP'S NET GOES TO PAYROLL. A NET DEBIT, ANY PART OVER
009160*----WHAT ONE SUPPIN LINE CAN CARRY, OR PAY FOR A REP NOT ON
009170*----THE PAYROLL CARRIES INTO NEXT MONTH AS AN F ROW.
009180 3400-CLOSE-REP.
009190     COMPUTE WS-R-NET = WS-R-EARNED + WS-R-CREDITS
009200         + WS-R-WRITE-OFFS + WS-R-BROUGHT
009210     MOVE 0 TO WS-R-PAID
009220     MOVE SPACES TO WS-R-NOTE
009230     EVALUATE TRUE
009240         WHEN WS-R-NET NOT > 0
009250             MOVE "NOTHING DUE - BALANCE CARRIED FORWARD"
009260                 TO WS-R-NOTE
009270         WHEN WS-P-SSN(WS-PLAN-IX) = 0
009280             MOVE "NOT PAID - NO SSN ON COMMPLAN" TO WS-R-NOTE
009290         WHEN NOT EMPMAST-IS-OPEN
009300             MOVE "NOT PAID - EMPMAST NOT AVAILABLE"
009310                 TO WS-R-NOTE
009320         WHEN OTHER
009330             MOVE WS-P-SSN(WS-PLAN-IX) TO ER-SSnum
009340             READ EMPMAST
009350                 INVALID KEY
009360                     MOVE "NOT PAID - REP NOT ON EMPMAST"
009370                         TO WS-R-NOTE
009380             END-READ
009390     END-EVALUATE
009400     IF WS-R-NET > 0 AND WS-R-NOTE = SPACES
009410         IF WS-R-NET > WS-PAY-LIMIT
009420             MOVE WS-PAY-LIMIT TO WS-R-PAID
009430             MOVE "PAY LIMIT REACHED - BALANCE CARRIED FORWARD"
009440                 TO WS-R-NOTE
009450         ELSE
009460             MOVE WS-R-NET TO WS-R-PAID
009470         END-IF
009480         MOVE SPACES TO SUPPIN-REC
009490         MOVE WS-P-SSN(WS-PLAN-IX) TO SI-SSN
009500         MOVE "COM" TO SI-EARN-CODE
009510         MOVE WS-R-PAID TO SI-AMOUNT
009520         WRITE SUPPIN-REC
009530         ADD 1 TO WS-PAID-COUNT
009540         ADD WS-R-PAID TO WS-TOTAL-PAID
009550     END-IF
009560     IF WS-R-NET > 0 AND WS-R-PAID = 0
009570         ADD 1 TO WS-UNPAID-COUNT
009580     END-IF
009590     COMPUTE WS-R-CARRY = WS-R-NET - WS-R-PAID
009600     IF WS-R-CARRY NOT = 0 OR WS-R-BROUGHT NOT = 0
009610         MOVE SPACES TO CMSNHIST-REC
009620         MOVE WS-NEXT-MONTH TO CH-MONTH
009630         MOVE WS-CUR-REP TO CH-REP
009640         MOVE "F" TO CH-TYPE
009650         MOVE WS-BUS-DATE TO CH-DATE
009660         MOVE WS-P-BASIS(WS-PLAN-IX) TO CH-BASIS
009670         MOVE 0 TO CH-RATE
009680         MOVE 0 TO CH-REVENUE
009690         MOVE WS-R-CARRY TO CH-COMMISSION
009700         WRITE CMSNHIST-REC
009710     END-IF
009720     WRITE CMSN-STMT-REC FROM WS-DASH-LINE
009730     MOVE "COMMISSION EARNED" TO TL-LABEL
009740     MOVE WS-R-EARNED TO TL-AMOUNT
009750     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009760     MOVE "TAKEN BACK - CREDIT MEMOS" TO TL-LABEL
009770     MOVE WS-R-CREDITS TO TL-AMOUNT
009780     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009790     MOVE "TAKEN BACK - WRITE-OFFS" TO TL-LABEL
009800     MOVE WS-R-WRITE-OFFS TO TL-AMOUNT
009810     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009820     MOVE "BROUGHT FORWARD" TO TL-LABEL
009830     MOVE WS-R-BROUGHT TO TL-AMOUNT
009840     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009850     MOVE "NET COMMISSION" TO TL-LABEL
009860     MOVE WS-R-NET TO TL-AMOUNT
009870     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009880     MOVE "PAID THROUGH PAYROLL" TO TL-LABEL
009890     MOVE WS-R-PAID TO TL-AMOUNT
009900     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009910     MOVE "CARRIED FORWARD" TO TL-LABEL
009920     MOVE WS-R-CARRY TO TL-AMOUNT
009930     WRITE CMSN-STMT-REC FROM WS-TOTAL-LINE
009940     IF WS-R-NOTE NOT = SPACES
009950         MOVE WS-R-NOTE TO NL-TEXT
009960         WRITE CMSN-STMT-REC FROM WS-NOTE-LINE
009970     END-IF
009980     MOVE SPACES TO CMSN-STMT-REC
009990     WRITE CMSN-STMT-REC.
010000 3400-EXIT.
010010     EXIT.
010020
010030*----REVENUE NOBODY IS PAID ON - HOUSE ACCOUNTS, AND ACCOUNTS
010040*----WHOSE REP IS NOT ON THE PLAN
010050 3800-RUN-SUMMARY.
010060     WRITE CMSN-STMT-REC FROM WS-RULE-LINE
010070     MOVE SPACES TO CMSN-STMT-REC
010080     STRING "COMMISSION RUN SUMMARY - MONTH " WS-RUN-MONTH
010090         DELIMITED BY SIZE INTO CMSN-STMT-REC
010100     WRITE CMSN-STMT-REC
010110     WRITE CMSN-STMT-REC FROM WS-DASH-LINE
010120     MOVE "REPS PAID THROUGH PAYROLL" TO SL-LABEL
010130     MOVE WS-PAID-COUNT TO SL-COUNT
010140     MOVE WS-TOTAL-PAID TO SL-AMOUNT
010150     WRITE CMSN-STMT-REC FROM WS-SUMMARY-LINE
010160     MOVE "HOUSE ACCOUNT REVENUE - NO REP" TO SL-LABEL
010170     MOVE WS-HOUSE-COUNT TO SL-COUNT
010180     MOVE WS-HOUSE-REVENUE TO SL-AMOUNT
010190     WRITE CMSN-STMT-REC FROM WS-SUMMARY-LINE
010200     MOVE "REVENUE FOR REPS NOT ON COMMPLAN" TO SL-LABEL
010210     MOVE WS-NO-PLAN-COUNT TO SL-COUNT
010220     MOVE WS-NO-PLAN-REVENUE TO SL-AMOUNT
010230     WRITE CMSN-STMT-REC FROM WS-SUMMARY-LINE.
010240 3800-EXIT.
010250     EXIT.
010260
010270*----THE REP ON WS-LOOK-REP, WS-PLAN-IX ZERO IF NOT ON THE PLAN
010280 8100-FIND-REP.
010290     MOVE 0 TO WS-PLAN-IX
010300     PERFORM 8150-MATCH-ONE-REP THRU 8150-EXIT
010310         VARYING WS-PX FROM 1 BY 1
010320         UNTIL WS-PX > WS-PLAN-COUNT OR WS-PLAN-IX > 0.
010330 8100-EXIT.
010340     EXIT.
010350
010360 8150-MATCH-ONE-REP.
010370     IF WS-P-REP(WS-PX) = WS-LOOK-REP
010380         MOVE WS-PX TO WS-PLAN-IX
010390     END-IF.
010400 8150-EXIT.
010410     EXIT.
010420
010430*----THE PLAN ROW OF THE REP ON THE CUSTOMER IN WS-IDENT-X, WITH
010440*----WS-REVENUE COUNTED AS UNPAID WHEN THERE IS NONE
010450 8200-GET-CUSTOMER-REP.
010460     MOVE 0 TO WS-PLAN-IX
010470     MOVE SPACES TO WS-CUST-REP
010480     IF WS-IDENT-9 NUMERIC
010490         MOVE WS-IDENT-9 TO ident
010500         READ CUSTMAST
010510             INVALID KEY MOVE SPACES TO salesRep
010520         END-READ
010530         IF WS-CUST-STATUS = "00"
010540             MOVE salesRep TO WS-CUST-REP
010550         END-IF
010560     END-IF
010570     IF WS-CUST-REP = SPACES
010580         ADD 1 TO WS-HOUSE-COUNT
010590         ADD WS-REVENUE TO WS-HOUSE-REVENUE
010600         GO TO 8200-EXIT
010610     END-IF
010620     MOVE WS-CUST-REP TO WS-LOOK-REP
010630     PERFORM 8100-FIND-REP THRU 8100-EXIT
010640     IF WS-PLAN-IX = 0
010650         DISPLAY "CMSNCALC: CUSTOMER " WS-IDENT-X " CARRIES REP "
010660             WS-CUST-REP " NOT ON COMMPLAN"
010670         ADD 1 TO WS-NO-PLAN-COUNT
010680         ADD WS-REVENUE TO WS-NO-PLAN-REVENUE
010690     END-IF.
010700 8200-EXIT.
010710     EXIT.
010720
010730*----THE PAID-TABLE ROW FOR WS-LOOK-CUST / WS-LOOK-INV, ZERO IF
010740*----NOTHING HAS BEEN PAID ON THE INVOICE
010750 8300-FIND-INVOICE.
010760     MOVE 0 TO WS-INV-IX
010770     PERFORM 8320-MATCH-ONE-INVOICE THRU 8320-EXIT
010780         VARYING WS-IX FROM 1 BY 1
010790         UNTIL WS-IX > WS-INV-COUNT OR WS-INV-IX > 0.
010800 8300-EXIT.
010810     EXIT.
010820
010830 8320-MATCH-ONE-INVOICE.
010840     IF WS-I-INV(WS-IX) = WS-LOOK-INV
010850         AND WS-I-CUST(WS-IX) = WS-LOOK-CUST
010860         MOVE WS-IX TO WS-INV-IX
010870     END-IF.
010880 8320-EXIT.
010890     EXIT.
010900
010910 8350-ADD-INVOICE.
010920     IF WS-INV-COUNT >= WS-INV-MAX
010930         IF NOT INVOICE-TABLE-FULL
010940             DISPLAY "CMSNCALC: PAID-INVOICE TABLE FULL - LATER "
010950                 "INVOICES CANNOT BE TAKEN BACK"
010960             MOVE "Y" TO WS-INV-FULL-SW
010970             MOVE 4 TO RETURN-CODE
010980         END-IF
010990         MOVE 0 TO WS-INV-IX
011000         GO TO 8350-EXIT
011010     END-IF
011020     ADD 1 TO WS-INV-COUNT
011030     MOVE WS-INV-COUNT TO WS-INV-IX
011040     MOVE WS-LOOK-CUST TO WS-I-CUST(WS-INV-IX)
011050     MOVE WS-LOOK-INV TO WS-I-INV(WS-INV-IX)
011060     MOVE SPACES TO WS-I-REP(WS-INV-IX)
011070     MOVE SPACE TO WS-I-BASIS(WS-INV-IX)
011080     MOVE 0 TO WS-I-RATE(WS-INV-IX)
011090     MOVE 0 TO WS-I-PAID(WS-INV-IX)
011100     MOVE "N" TO WS-I-WO-SW(WS-INV-IX).
011110 8350-EXIT.
011120     EXIT.
011130
011140 9000-TERMINATE.
011150     IF CUSTMAST-IS-OPEN
011160         CLOSE CUSTMAST
011170         CLOSE CMSN-STMT
011180         CLOSE CMSNHIST-IO
011190         CLOSE SUPPIN-OUT
011200     END-IF
011210     IF EMPMAST-IS-OPEN
011220         CLOSE EMPMAST
011230     END-IF
011240     IF NOT RUN-REFUSED
011250         MOVE WS-RUN-MONTH TO CC-MONTH
011260         MOVE "P" TO CC-STATUS
011270         OPEN OUTPUT CMSNCTL-IO
011280         WRITE CMSNCTL-REC
011290         CLOSE CMSNCTL-IO
011300         DISPLAY "CMSNCALC: MONTH " WS-RUN-MONTH " PAID"
011310         DISPLAY "CMSNCALC: STATEMENT LINES - " WS-LINE-COUNT
011320         DISPLAY "CMSNCALC: REPS ON STATEMENTS - " WS-REP-COUNT
011330         DISPLAY "CMSNCALC: REPS PAID - " WS-PAID-COUNT
011340         DISPLAY "CMSNCALC: REPS DUE BUT NOT PAID - "
011350             WS-UNPAID-COUNT
011360         IF (WS-NO-PLAN-COUNT > 0 OR WS-UNPAID-COUNT > 0)
011370             AND RETURN-CODE < 4
011380             MOVE 4 TO RETURN-CODE
011390         END-IF
011400     END-IF
011410     MOVE WS-LINE-COUNT TO WS-LOG-READ
011420     MOVE WS-PAID-COUNT TO WS-LOG-WRITTEN
011430     MOVE WS-UNPAID-COUNT TO WS-LOG-REJECTS
011440     MOVE "E" TO WS-LOG-EVENT
011450     MOVE RETURN-CODE TO WS-LOG-RC
011460     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
011470         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
011471*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
011472*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
011473     MOVE WS-LOG-RC TO RETURN-CODE.
011480 9000-EXIT.
011490     EXIT.
