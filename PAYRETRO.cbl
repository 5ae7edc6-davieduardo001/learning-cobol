000370*                   BY THE PAYCOCTL COMPANY THE WAY THE PAYROLL
000380*                   RUN PICKS IT, AND ANOTHER COMPANY'S
000390*                   EMPLOYEE REJECTS TO THE REGISTER.
000391*   2026-10-15  DP  SUPPLEMENTAL PAY ROWS ON PAYHIST (NON-BLANK
000392*                   EARNINGS CODE) ARE LEFT OUT OF THE ORIGINAL-
000393*                   PAY SUMS - A BONUS PAID ON A PERIOD-END DATE
000394*                   IS NOT HOURS THE RETRO RATE APPLIES TO.
000396*   2026-10-15  DP  W-4 ELECTIONS - THE FEDERAL WITHHOLDING USES
000398*                   THE TAXBRKT BRACKET SET FOR THE EMPLOYEE'S
000400*                   FILING STATUS, AND EACH EMPLOYEE/PERIOD TAKES
000402*                   THE DEPENDENT CREDIT (ANNUAL AMOUNT OVER THE
000404*                   COMPANY'S PERIODS IN THE YEAR) AND THE EXTRA
000406*                   WITHHOLDING THE SAME WAY THE PAYROLL RUN DOES.
000407*   2026-10-15  DP  PAY RATE HISTORY - CORRECTED CARDS ARE PRICED
000408*                   AT THE RATEHIST RATE IN EFFECT FOR THEIR
000409*                   PERIOD. A NEW PASS PAYS OUT BACK-DATED RATE
000410*                   CHANGES WITH NO CARDS: EACH REGULAR PAYHIST
000411*                   ROW FROM THE EARLIEST PENDING EFFECTIVE DATE
000412*                   IS REPRICED FROM THE RATE IT WAS PAID AT TO
000413*                   THE RATE NOW DUE, THE DIFFERENCE GOES THROUGH
000414*                   THE USUAL YTD AND RETROPAY APPLY, AND THE
000415*                   HISTORY ROWS ARE MARKED DONE.
000417*   2026-10-15  DP  AN EMPLOYEE WHOSE PAYHIST CANNOT BE OPENED
000419*                   IN THE RATE CHANGE PASS IS REPORTED AND LEFT
000421*                   PENDING, NOT MARKED DONE UNPAID.
000422*   2026-10-15  DP  BACK PAY AND RECOVERIES NOW MOVE THE FUTA AND
000423*                   SUTA WAGES ON UNEMPWG, SPLIT AGAINST THE
000424*                   UNEMPTAB BASES AS SUPPPAY SPLITS THEM
000425*---------------------------------------------------------------
000426 ENVIRONMENT DIVISION.
000427 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RETROTIM-IN ASSIGN TO RETROTIM
000450         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS YT-SSNUM
000590         FILE STATUS IS WS-YTD-STATUS.
000591     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS UW-KEY
000595         FILE STATUS IS WS-UNEMP-STATUS.
000600     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PERIOD-STATUS.
000660     SELECT TAXBRKT-IN  ASSIGN TO TAXBRKT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-TAX-STATUS.
000681     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS WS-UI-TAB-STATUS.
000690     SELECT HOLIDAY-IN  ASSIGN TO HOLIDAYS
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-HOL-STATUS.
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT RETRO-RPT   ASSIGN TO RETRORPT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000751     SELECT RATEHIST    ASSIGN TO RATEHIST
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS RH-KEY
000755         FILE STATUS IS WS-RATE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000970
000980 FD  YTDMAST.
000990     COPY "YTDREC.cpy".
000991 FD  UNEMPWG.
000992     COPY "UNEMPWG.cpy".
001000
001010 FD  PERIOD-CTL.
001020 01  PERIOD-CTL-REC.
001160     05  TB-UPPER         PIC 9(6)V99.
001170     05  TB-RATE          PIC 9V999.
001180     05  TB-FLAT          PIC 9(6)V99.
001181*----W-4 FILING STATUS OF THE ROW'S BRACKET SET - BLANK IS THE
001182*----SINGLE SET.
001183     05  TB-FILING-STATUS PIC X(1).
001190
001200 FD  HOLIDAY-IN.
001210 01  HOLIDAY-REC.
001220     05  HO-DATE          PIC 9(8).
001230     05  HO-NAME          PIC X(20).
001231*----UNEMPLOYMENT WAGE BASES, SAME TABLE THE PAYROLL RUN LOADS
001232 FD  UNEMPTAB-IN.
001233 01  UNEMPTAB-REC.
001234     05  UT-STATE         PIC X(2).
001235     05  UT-COMPANY       PIC X(2).
001236     05  UT-WAGE-BASE     PIC 9(6)V99.
001237     05  UT-RATE          PIC 9V9999.
001240
001250*----NET CHANGE PER EMPLOYEE FOR THE PAYMENT RUN - A NEGATIVE
001260*----AMOUNT IS A RECOVERY TAKEN FROM THE NEXT CHECK.
001340
001350 FD  RETRO-RPT.
001360 01  RETRO-RPT-REC        PIC X(90).
001361
001362 FD  RATEHIST.
001363     COPY "RATEHIST.cpy".
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-RET-STATUS        PIC X(2) VALUE SPACES.
001400 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001410 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001420 01  WS-YTD-STATUS        PIC X(2) VALUE SPACES.
001421 01  WS-UNEMP-STATUS      PIC X(2) VALUE SPACES.
001422 01  WS-UI-TAB-STATUS     PIC X(2) VALUE SPACES.
001423 01  WS-UNEMP-OPEN-SW     PIC X(1) VALUE "N".
001424     88  UNEMPWG-OPEN         VALUE "Y".
001430 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001440 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001450 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001600 01  WS-OPEN-FOUND-SW     PIC X(1) VALUE "N".
001610     88  OPEN-PERIOD-FOUND    VALUE "Y".
001620 01  WS-CUR-PERIOD-END    PIC 9(8) VALUE 0.
001621 01  WS-OPEN-YEAR         PIC 9(4) VALUE 0.
001622 01  WS-ROW-YEAR          PIC 9(4) VALUE 0.
001623 01  WS-PERIODS-PER-YEAR  PIC 9(3) COMP VALUE 0.
001630 01  WS-HIST-FOUND-SW     PIC X(1) VALUE "N".
001640     88  HISTORY-FOUND        VALUE "Y".
001650 01  WS-EMP-FOUND-SW      PIC X(1) VALUE "N".
001720 01  WS-BRKT-COUNT        PIC 9(2) COMP VALUE 0.
001730 01  WS-BRKT-FOUND-SW     PIC X(1) VALUE "N".
001740     88  BRACKET-FOUND        VALUE "Y".
001741 01  WS-BRKT-HOLD-IX      PIC 9(2) COMP VALUE 0.
001742 01  WS-BRKT-FILING       PIC X(1) VALUE "S".
001743 01  WS-SINGLE-SET-SW     PIC X(1) VALUE "N".
001744     88  SINGLE-SET-LOADED    VALUE "Y".
001745 01  WS-PERIOD-CREDIT     PIC 9(6)V99 VALUE 0.
001746 01  WS-WH-ROOM           PIC 9(6)V99 VALUE 0.
001747*----ONE BRACKET SET PER W-4 FILING STATUS, EACH IN ASCENDING
001748*----ORDER THE WAY THE PAYROLL RUN LOADS THEM.
001749 01  WS-BRKT-TABLE.
001750     05  WS-BRKT-ENTRY    OCCURS 30 TIMES INDEXED BY BIDX.
001751         10  WS-B-FILING  PIC X(1).
001770         10  WS-B-LOWER   PIC 9(6)V99.
001780         10  WS-B-UPPER   PIC 9(6)V99.
001790         10  WS-B-RATE    PIC 9V999.
002000 01  WS-DIFF-FEDWH        PIC S9(6)V99 VALUE 0.
002010 01  WS-DIFF-NET          PIC S9(6)V99 VALUE 0.
002020 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
002021*----PAY RATE HISTORY - THE RATE IN EFFECT FOR A PERIOD, AND THE
002022*----EMPLOYEES WITH A BACK-DATED CHANGE STILL TO BE PAID OUT,
002023*----EACH FROM THE EARLIEST PENDING EFFECTIVE DATE
002024 01  WS-RATE-STATUS       PIC X(2) VALUE SPACES.
002025 01  WS-RATE-OPEN-SW      PIC X(1) VALUE "N".
002026     88  RATEHIST-OPEN        VALUE "Y".
002027 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
002028     88  RUN-FILES-OPEN       VALUE "Y".
002029 01  WS-PEND-FOUND-SW     PIC X(1) VALUE "N".
002030     88  PENDING-SSN-FOUND    VALUE "Y".
002031 01  WS-RATE-EOF-SW       PIC X(1) VALUE "N".
002032     88  NO-MORE-RATE-HIST    VALUE "Y".
002033 01  WS-LOOK-SSN          PIC 9(9) VALUE 0.
002034 01  WS-LOOK-DATE         PIC 9(8) VALUE 0.
002035 01  WS-PERIOD-RATE       PIC 9(3)V99 VALUE 0.
002036 01  WS-PERIOD-SALARY     PIC 9(5)V99 VALUE 0.
002037 01  WS-DUE-RATE          PIC 9(5)V99 VALUE 0.
002038 01  WS-PAID-RATE         PIC 9(5)V99 VALUE 0.
002039 01  WS-OLD-BRKT-WH       PIC 9(6)V99 VALUE 0.
002040 01  WS-ADJ-AMT           PIC S9(6)V99 VALUE 0.
002041 01  WS-KEY-EMP-ID        PIC X(5) VALUE SPACES.
002042 01  WS-KEY-PERIOD        PIC 9(8) VALUE 0.
002043 01  WS-KEY-SOURCE        PIC X(1) VALUE "C".
002044 01  WS-PEND-COUNT        PIC 9(3) COMP VALUE 0.
002045 01  WS-RATE-RETRO-COUNT  PIC 9(5) COMP VALUE 0.
002046 01  WS-PEND-TABLE.
002047     05  WS-PEND-ENTRY    OCCURS 200 TIMES INDEXED BY PIDX.
002048         10  WS-P-SSN     PIC 9(9).
002049         10  WS-P-EFF-DATE PIC 9(8).
002050         10  WS-P-PRIOR-RATE PIC 9(3)V99.
002051         10  WS-P-PRIOR-SALARY PIC 9(5)V99.
002052         10  WS-P-DONE-SW PIC X(1).
002053             88  WS-P-DONE    VALUE "Y".
002054*----ONE ROW PER EMPLOYEE/PERIOD - THE CARDS ON RETROTIM FOR A
002055*----KEY ARE THAT PERIOD'S COMPLETE CORRECTED SET, ACCUMULATED
002056*----HERE AND DIFFERENCED ONCE AGAINST THE WHOLE ORIGINAL
002060*----PAYHIST FOR THE PERIOD, SO A MULTI-CARD PERIOD NEVER
002070*----RECOVERS THE OTHER CARDS' PAY CARD BY CARD.
002080 01  WS-RETRO-COUNT       PIC 9(3) COMP VALUE 0.
002130         10  WS-R-EMP-ID  PIC X(5).
002140         10  WS-R-SSN     PIC 9(9).
002150         10  WS-R-PERIOD  PIC 9(8).
002151*----WORK STATE, FOR THE SUTA ROW THE DIFFERENCE POSTS TO
002152         10  WS-R-WORK-STATE PIC X(2).
002160         10  WS-R-GROSS   PIC 9(6)V99.
002170         10  WS-R-FICA    PIC 9(6)V99.
002180         10  WS-R-FEDWH   PIC 9(6)V99.
002181         10  WS-R-DEP-CREDIT PIC 9(5)V99.
002182         10  WS-R-EXTRA-WH PIC 9(4)V99.
002183*----C - FROM CORRECTED CARDS. R - FROM A BACK-DATED RATE
002184*----CHANGE, CARRYING THE ORIGINAL FIGURES OF ONLY THE PAYHIST
002185*----ROWS IT REPRICED.
002186         10  WS-R-SOURCE  PIC X(1).
002187             88  WS-R-RATE-CHANGE VALUE "R".
002188         10  WS-R-ORIG-GROSS PIC 9(6)V99.
002189         10  WS-R-ORIG-FICA PIC 9(6)V99.
002190         10  WS-R-ORIG-FEDWH PIC 9(6)V99.
002191 01  WS-DETAIL-LINE.
002200     05  DL-EMP-ID        PIC X(5).
002210     05  FILLER           PIC X(1) VALUE SPACE.
002220     05  DL-PERIOD        PIC 9(8).
002300     05  DL-DISPOSITION   PIC X(8).
002310     05  FILLER           PIC X(1) VALUE SPACE.
002320     05  DL-REASON        PIC X(30).
002321*----BACK PAY COUNTS AGAINST THE FUTA AND SUTA WAGE BASES IN THE
002322*----YEAR IT IS PAID, SPLIT INTO TAXABLE AND EXCESS THE WAY THE
002323*----PAYROLL RUN AND SUPPPAY SPLIT IT. A RECOVERY COMES OFF THE
002324*----EXCESS FIRST, SINCE THOSE WERE THE LAST WAGES COUNTED.
002325 01  WS-UI-TAB-EOF-SW     PIC X(1) VALUE "N".
002326     88  NO-MORE-UI-RATES     VALUE "Y".
002327 01  WS-UI-RATE-COUNT     PIC 9(2) COMP VALUE 0.
002328 01  WS-UI-HOLD-IX        PIC 9(2) COMP VALUE 0.
002329 01  WS-UI-LOOK-STATE     PIC X(2) VALUE SPACES.
002330 01  WS-UI-ROOM           PIC S9(7)V99 VALUE 0.
002331 01  WS-UI-POST-WAGES     PIC 9(6)V99 VALUE 0.
002332 01  WS-UI-TAKE-BACK      PIC 9(6)V99 VALUE 0.
002333 01  WS-UW-ON-FILE-SW     PIC X(1) VALUE "N".
002334     88  UW-REC-ON-FILE       VALUE "Y".
002335 01  WS-UI-RATE-TABLE.
002336     05  WS-UI-RATE-ENTRY OCCURS 60 TIMES INDEXED BY UIIDX.
002337         10  WS-UI-STATE-T   PIC X(2).
002338         10  WS-UI-COMPANY-T PIC X(2).
002339         10  WS-UI-BASE-T    PIC 9(6)V99.
002340         10  WS-UI-RATE-T    PIC 9V9999.
002341
002342 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002370     PERFORM 2000-GATHER-ONE THRU 2000-EXIT
002380         UNTIL NO-MORE-CARDS
002381     PERFORM 3500-RATE-CHANGE-PASS THRU 3500-EXIT
002390     PERFORM 4000-APPLY-ALL THRU 4000-EXIT
002391     PERFORM 3600-MARK-RATES-DONE THRU 3600-EXIT
002400     PERFORM 3000-TERMINATE THRU 3000-EXIT
002410     GOBACK.
002420
002510         GO TO 1000-EXIT
002520     END-IF
002530     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT
002540     IF WS-BRKT-COUNT = 0 OR NOT SINGLE-SET-LOADED
002550         DISPLAY "PAYRETRO: TAX BRACKET TABLE MISSING - "
002560             "RUN REJECTED"
002570         MOVE 12 TO RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF
002610     PERFORM 1500-LOAD-HOLIDAYS THRU 1500-EXIT
002611     OPEN I-O RATEHIST
002612     IF WS-RATE-STATUS = "00"
002613         MOVE "Y" TO WS-RATE-OPEN-SW
002614     END-IF
002620     OPEN INPUT RETROTIM-IN
002630     IF WS-RET-STATUS NOT = "00"
002640         DISPLAY "PAYRETRO: NO CORRECTED CARDS - STATUS "
002650             WS-RET-STATUS
002660         MOVE "Y" TO WS-RET-EOF-SW
002661*----WITH NO CARDS THE RUN STILL PAYS OUT BACK-DATED RATE
002662*----CHANGES FROM THE RATE HISTORY
002663         IF NOT RATEHIST-OPEN
002670             GO TO 1000-EXIT
002671         END-IF
002680     END-IF
002690     OPEN INPUT EMPMAST
002700     IF WS-EMP-STATUS NOT = "00"
002750         GO TO 1000-EXIT
002760     END-IF
002770     OPEN I-O YTDMAST
002771     PERFORM 1700-LOAD-UNEMP-TABLE THRU 1700-EXIT
002772     PERFORM 1800-OPEN-UNEMP-MASTER THRU 1800-EXIT
002780     OPEN OUTPUT RETROPAY-OUT
002790     OPEN OUTPUT RETRO-RPT
002791     MOVE "Y" TO WS-FILES-OPEN-SW
002792     IF NOT UNEMPWG-OPEN
002793         DISPLAY "PAYRETRO: UNABLE TO OPEN UNEMPWG - STATUS "
002794             WS-UNEMP-STATUS " - RUN REFUSED"
002795         MOVE 12 TO RETURN-CODE
002796         MOVE "Y" TO WS-RET-EOF-SW
002797         GO TO 1000-EXIT
002798     END-IF
002799     IF WS-RET-STATUS = "00"
002800         PERFORM 1100-READ-CARD THRU 1100-EXIT
002801     END-IF.
002810 1000-EXIT.
002820     EXIT.
002830
002980     END-IF
002990     PERFORM 1350-SCAN-ONE-PERIOD THRU 1350-EXIT
003000         UNTIL NO-MORE-PERIODS OR OPEN-PERIOD-FOUND
003010     CLOSE PERIOD-CTL
003011     IF OPEN-PERIOD-FOUND
003012         PERFORM 1370-COUNT-YEAR-PERIODS THRU 1370-EXIT
003013     END-IF.
003020 1300-EXIT.
003030     EXIT.
003040
003150     END-IF.
003160 1350-EXIT.
003170     EXIT.
003171
003172*----PAY PERIODS ON THE COMPANY'S CALENDAR IN THE OPEN PERIOD'S
003173*----YEAR - THE ANNUAL W-4 DEPENDENT CREDIT IS SPREAD OVER THEM
003174*----AS THE PAYROLL RUN SPREADS IT. NO ROWS FOR THE YEAR FALLS
003175*----BACK TO BIWEEKLY.
003176 1370-COUNT-YEAR-PERIODS.
003177     DIVIDE WS-CUR-PERIOD-END BY 10000 GIVING WS-OPEN-YEAR
003178     MOVE 0 TO WS-PERIODS-PER-YEAR
003179     MOVE "N" TO WS-PERIOD-EOF-SW
003180     OPEN INPUT PERIOD-CTL
003181     IF WS-PERIOD-STATUS = "00"
003182         PERFORM 1380-COUNT-ONE-PERIOD THRU 1380-EXIT
003183             UNTIL NO-MORE-PERIODS
003184         CLOSE PERIOD-CTL
003185     END-IF
003186     IF WS-PERIODS-PER-YEAR = 0
003187         MOVE 26 TO WS-PERIODS-PER-YEAR
003188     END-IF.
003189 1370-EXIT.
003190     EXIT.
003191
003192 1380-COUNT-ONE-PERIOD.
003193     READ PERIOD-CTL
003194         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
003195     END-READ
003196     IF NOT NO-MORE-PERIODS
003197         DIVIDE PC-END BY 10000 GIVING WS-ROW-YEAR
003198         IF PC-COMPANY = WS-PAY-COMPANY
003199             AND WS-ROW-YEAR = WS-OPEN-YEAR
003200             ADD 1 TO WS-PERIODS-PER-YEAR
003201         END-IF
003202     END-IF.
003203 1380-EXIT.
003204     EXIT.
003205
003206 1400-LOAD-TAX-TABLE.
003207     OPEN INPUT TAXBRKT-IN
003210     IF WS-TAX-STATUS NOT = "00"
003220         GO TO 1400-EXIT
003230     END-IF
003240     PERFORM 1450-LOAD-ONE-BRACKET THRU 1450-EXIT
003250         UNTIL NO-MORE-BRACKETS OR WS-BRKT-COUNT >= 30
003260     CLOSE TAXBRKT-IN.
003270 1400-EXIT.
003280     EXIT.
003340     IF NOT NO-MORE-BRACKETS
003350         ADD 1 TO WS-BRKT-COUNT
003360         SET BIDX TO WS-BRKT-COUNT
003361         IF TB-FILING-STATUS = SPACE
003362             MOVE "S" TO TB-FILING-STATUS
003363         END-IF
003364         IF TB-FILING-STATUS = "S"
003365             MOVE "Y" TO WS-SINGLE-SET-SW
003366         END-IF
003367         MOVE TB-FILING-STATUS TO WS-B-FILING(BIDX)
003370         MOVE TB-LOWER TO WS-B-LOWER(BIDX)
003380         MOVE TB-UPPER TO WS-B-UPPER(BIDX)
003390         MOVE TB-RATE TO WS-B-RATE(BIDX)
003800 1600-EXIT.
003810     EXIT.
003820
003821*----NO RATE TABLE MEANS NO BASES TO SPLIT AGAINST - THE RUN STILL
003822*----PAYS, AS SUPPPAY DOES, BUT THE WAGES ARE NOT TRACKED.
003823 1700-LOAD-UNEMP-TABLE.
003824     OPEN INPUT UNEMPTAB-IN
003825     IF WS-UI-TAB-STATUS NOT = "00"
003826         DISPLAY "PAYRETRO: NO UNEMPLOYMENT RATE TABLE - FUTA "
003827             "AND SUTA WAGES NOT TRACKED THIS RUN"
003828         GO TO 1700-EXIT
003829     END-IF
003830     PERFORM 1750-LOAD-ONE-UNEMP-RATE THRU 1750-EXIT
003831         UNTIL NO-MORE-UI-RATES OR WS-UI-RATE-COUNT >= 60
003832     CLOSE UNEMPTAB-IN.
003833 1700-EXIT.
003834     EXIT.
003835
003836 1750-LOAD-ONE-UNEMP-RATE.
003837     READ UNEMPTAB-IN
003838         AT END MOVE "Y" TO WS-UI-TAB-EOF-SW
003839     END-READ
003840     IF NOT NO-MORE-UI-RATES
003841         ADD 1 TO WS-UI-RATE-COUNT
003842         SET UIIDX TO WS-UI-RATE-COUNT
003843         MOVE UT-STATE TO WS-UI-STATE-T(UIIDX)
003844         MOVE UT-COMPANY TO WS-UI-COMPANY-T(UIIDX)
003845         MOVE UT-WAGE-BASE TO WS-UI-BASE-T(UIIDX)
003846         MOVE UT-RATE TO WS-UI-RATE-T(UIIDX)
003847     END-IF.
003848 1750-EXIT.
003849     EXIT.
003850
003851*----THE UNEMPLOYMENT WAGE MASTER IS A DERIVED RUNNING TOTAL, SO
003852*----FIRST USE MAY CREATE IT EMPTY.
003853 1800-OPEN-UNEMP-MASTER.
003854     OPEN I-O UNEMPWG
003855     IF WS-UNEMP-STATUS = "35"
003856         CLOSE UNEMPWG
003857         OPEN OUTPUT UNEMPWG
003858         CLOSE UNEMPWG
003859         OPEN I-O UNEMPWG
003860     END-IF
003861     IF WS-UNEMP-STATUS = "00"
003862         MOVE "Y" TO WS-UNEMP-OPEN-SW
003863     END-IF.
003864 1800-EXIT.
003865     EXIT.
003866
003867*----PASS ONE - EVERY CORRECTED CARD IS RECOMPUTED AND ROLLED
003868*----INTO ITS EMPLOYEE/PERIOD ROW. NOTHING APPLIES UNTIL THE
003869*----WHOLE CORRECTED SET FOR THE KEY IS IN HAND.
003870 2000-GATHER-ONE.
003871     MOVE SPACES TO WS-REJECT-REASON
003872     MOVE RT-EMP-ID TO WS-KEY-EMP-ID
003873     MOVE RT-PERIOD-END TO WS-KEY-PERIOD
003874     MOVE "C" TO WS-KEY-SOURCE
003880     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
003890     IF NOT EMP-ON-MASTER
003900         MOVE "EMPLOYEE NOT ON EMPMAST" TO WS-REJECT-REASON
004480     IF NOT END-OF-HISTORY
004490         IF PH-SSN = WS-R-SSN(RIDX)
004500             AND PH-PERIOD-END = WS-R-PERIOD(RIDX)
004501             AND PH-EARN-CODE = SPACES
004510             MOVE "Y" TO WS-HIST-FOUND-SW
004520             ADD PH-GROSS TO WS-ORIG-GROSS
004530             ADD PH-FICA TO WS-ORIG-FICA
004570 2250-EXIT.
004580     EXIT.
004590
004600*----THE SAME GROSS RULES THE PAYROLL RUN APPLIES - THE RATE
004610*----IN EFFECT FOR THE CORRECTED PERIOD, TIME AND A HALF OVER
004611*----40, DOUBLE TIME ON A HOLIDAY.
004620 2300-RECOMPUTE-PAY.
004621     MOVE ER-SSnum TO WS-LOOK-SSN
004622     MOVE RT-PERIOD-END TO WS-LOOK-DATE
004623     PERFORM 2310-FIND-PERIOD-RATE THRU 2310-EXIT
004630     PERFORM 2350-CHECK-HOLIDAY THRU 2350-EXIT
004640     IF WORKED-A-HOLIDAY
004650         COMPUTE WS-NEW-GROSS ROUNDED =
004660             RT-HOURS * WS-PERIOD-RATE * 2
004670     ELSE
004680         IF RT-HOURS > 40
004690             MOVE 40 TO WS-REG-HOURS
004700             COMPUTE WS-OT-HOURS = RT-HOURS - 40
004710             COMPUTE WS-NEW-GROSS ROUNDED =
004720                 (WS-REG-HOURS * WS-PERIOD-RATE)
004730                 + (WS-OT-HOURS * WS-PERIOD-RATE * 1.5)
004740         ELSE
004750             COMPUTE WS-NEW-GROSS ROUNDED =
004760                 RT-HOURS * WS-PERIOD-RATE
004770         END-IF
004780     END-IF
004790*----FICA ON THE CARD'S RECOMPUTED GROSS - THE WAGE CAP IS
004850     PERFORM 2380-COMPUTE-FEDWH THRU 2380-EXIT.
004860 2300-EXIT.
004870     EXIT.
004871
004872*----THE LATEST RATEHIST ROW EFFECTIVE ON OR BEFORE THE PERIOD
004873*----END, THE SAME LOOKUP THE PAYROLL RUN MAKES - NO ROW THAT
004874*----EARLY LEAVES THE MASTER FIGURES.
004875 2310-FIND-PERIOD-RATE.
004876     MOVE ER-PAY-RATE TO WS-PERIOD-RATE
004877     MOVE ER-PERIOD-SALARY TO WS-PERIOD-SALARY
004878     IF NOT RATEHIST-OPEN
004879         GO TO 2310-EXIT
004880     END-IF
004881     MOVE "N" TO WS-RATE-EOF-SW
004882     MOVE WS-LOOK-SSN TO RH-SSN
004883     MOVE 0 TO RH-EFF-DATE
004884     START RATEHIST KEY IS NOT LESS THAN RH-KEY
004885         INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
004886     END-START
004887     PERFORM 2315-READ-ONE-RATE THRU 2315-EXIT
004888         UNTIL NO-MORE-RATE-HIST.
004889 2310-EXIT.
004890     EXIT.
004891
004892 2315-READ-ONE-RATE.
004893     READ RATEHIST NEXT RECORD
004894         AT END MOVE "Y" TO WS-RATE-EOF-SW
004895     END-READ
004896     IF NO-MORE-RATE-HIST
004897         GO TO 2315-EXIT
004898     END-IF
004899     IF RH-SSN NOT = WS-LOOK-SSN
004900         OR RH-EFF-DATE > WS-LOOK-DATE
004901         MOVE "Y" TO WS-RATE-EOF-SW
004902         GO TO 2315-EXIT
004903     END-IF
004904     MOVE RH-PAY-RATE TO WS-PERIOD-RATE
004905     MOVE RH-PERIOD-SALARY TO WS-PERIOD-SALARY.
004906 2315-EXIT.
004907     EXIT.
004908
004909 2350-CHECK-HOLIDAY.
004910     MOVE "N" TO WS-HOLIDAY-SW
004911     IF WS-HOL-COUNT > 0 AND RT-WORK-DATE > 0
004920         PERFORM 2360-MATCH-ONE-HOL THRU 2360-EXIT
004930             VARYING HIDX FROM 1 BY 1
004940             UNTIL HIDX > WS-HOL-COUNT OR WORKED-A-HOLIDAY
005150     EXIT.
005160
005170*----GRADUATED WITHHOLDING ON THE RECOMPUTED GROSS, SAME
005180*----BRACKET WALK AS THE PAYROLL RUN, IN THE BRACKET SET FOR
005181*----THE EMPLOYEE'S W-4 FILING STATUS (SINGLE WHEN THE TABLE
005182*----CARRIES NO SET FOR IT).
005190 2380-COMPUTE-FEDWH.
005191     MOVE ER-FILING-STATUS TO WS-BRKT-FILING
005192     IF WS-BRKT-FILING NOT = "M" AND WS-BRKT-FILING NOT = "H"
005193         MOVE "S" TO WS-BRKT-FILING
005194     END-IF
005195     PERFORM 2390-FIND-FILING-BRACKET THRU 2390-EXIT
005196     IF WS-BRKT-HOLD-IX = 0
005197         MOVE "S" TO WS-BRKT-FILING
005198         PERFORM 2390-FIND-FILING-BRACKET THRU 2390-EXIT
005199     END-IF
005200     SET BIDX TO WS-BRKT-HOLD-IX
005270     IF WS-NEW-GROSS < WS-B-LOWER(BIDX)
005280         MOVE 0 TO WS-NEW-FEDWH
005290     ELSE
005340 2380-EXIT.
005350     EXIT.
005360
005361*----THE LAST ROW SEEN FOR THE FILING STATUS IS ITS TOP
005362*----BRACKET, SO GROSS ABOVE EVERY ROW USES THE TOP RATE.
005370 2385-MATCH-ONE-BRACKET.
005371     IF WS-B-FILING(BIDX) = WS-BRKT-FILING
005372         SET WS-BRKT-HOLD-IX TO BIDX
005373         IF WS-NEW-GROSS >= WS-B-LOWER(BIDX)
005374                 AND WS-NEW-GROSS <= WS-B-UPPER(BIDX)
005375             MOVE "Y" TO WS-BRKT-FOUND-SW
005376         END-IF
005420     END-IF.
005430 2385-EXIT.
005440     EXIT.
005441
005442 2390-FIND-FILING-BRACKET.
005443     MOVE "N" TO WS-BRKT-FOUND-SW
005444     MOVE 0 TO WS-BRKT-HOLD-IX
005445     PERFORM 2385-MATCH-ONE-BRACKET THRU 2385-EXIT
005446         VARYING BIDX FROM 1 BY 1
005447         UNTIL BIDX > WS-BRKT-COUNT OR BRACKET-FOUND.
005448 2390-EXIT.
005449     EXIT.
005450
005451*----THE W-4 DEPENDENT CREDIT AND EXTRA WITHHOLDING ARE PER
005452*----PERIOD, SO THEY GO ON ONCE FOR THE EMPLOYEE/PERIOD ROW
005453*----AND NOT CARD BY CARD - CREDIT FIRST, NEVER BELOW ZERO,
005454*----THEN THE EXTRA AS FAR AS THE PAY AFTER FICA COVERS IT.
005455 2395-APPLY-W4.
005456     IF WS-R-DEP-CREDIT(RIDX) > 0
005457         COMPUTE WS-PERIOD-CREDIT ROUNDED =
005458             WS-R-DEP-CREDIT(RIDX) / WS-PERIODS-PER-YEAR
005459         IF WS-PERIOD-CREDIT >= WS-NEW-FEDWH
005460             MOVE 0 TO WS-NEW-FEDWH
005461         ELSE
005462             SUBTRACT WS-PERIOD-CREDIT FROM WS-NEW-FEDWH
005463         END-IF
005464     END-IF
005465     IF WS-R-EXTRA-WH(RIDX) > 0
005466         MOVE 0 TO WS-WH-ROOM
005467         IF WS-NEW-GROSS > WS-NEW-FICA + WS-NEW-FEDWH
005468             COMPUTE WS-WH-ROOM =
005469                 WS-NEW-GROSS - WS-NEW-FICA - WS-NEW-FEDWH
005470         END-IF
005471         IF WS-R-EXTRA-WH(RIDX) > WS-WH-ROOM
005472             ADD WS-WH-ROOM TO WS-NEW-FEDWH
005473         ELSE
005474             ADD WS-R-EXTRA-WH(RIDX) TO WS-NEW-FEDWH
005475         END-IF
005476     END-IF.
005477 2395-EXIT.
005478     EXIT.
005479
005480*----THE CARD'S RECOMPUTED FIGURES ROLL INTO ITS
005481*----EMPLOYEE/PERIOD ROW - A NEW KEY THE TABLE CANNOT HOLD
005482*----REJECTS TO THE REGISTER FOR RESUBMISSION, WHOLE.
005490 2600-ACCUMULATE-CARD.
005500     MOVE "N" TO WS-KEY-FOUND-SW
005510     IF WS-RETRO-COUNT > 0
005620         END-IF
005630         ADD 1 TO WS-RETRO-COUNT
005640         SET RIDX TO WS-RETRO-COUNT
005650         MOVE WS-KEY-EMP-ID TO WS-R-EMP-ID(RIDX)
005660         MOVE ER-SSnum TO WS-R-SSN(RIDX)
005670         MOVE WS-KEY-PERIOD TO WS-R-PERIOD(RIDX)
005680         MOVE 0 TO WS-R-GROSS(RIDX) WS-R-FICA(RIDX)
005690             WS-R-FEDWH(RIDX)
005691         MOVE WS-KEY-SOURCE TO WS-R-SOURCE(RIDX)
005692         MOVE 0 TO WS-R-ORIG-GROSS(RIDX) WS-R-ORIG-FICA(RIDX)
005693             WS-R-ORIG-FEDWH(RIDX)
005694         MOVE ER-DEP-CREDIT TO WS-R-DEP-CREDIT(RIDX)
005695         MOVE ER-EXTRA-WH TO WS-R-EXTRA-WH(RIDX)
005696         MOVE ER-WORK-STATE TO WS-R-WORK-STATE(RIDX)
005697         IF WS-R-DEP-CREDIT(RIDX) NOT NUMERIC
005698             MOVE 0 TO WS-R-DEP-CREDIT(RIDX)
005699         END-IF
005700         IF WS-R-EXTRA-WH(RIDX) NOT NUMERIC
005701             MOVE 0 TO WS-R-EXTRA-WH(RIDX)
005702         END-IF
005703     END-IF
005710     ADD WS-NEW-GROSS TO WS-R-GROSS(RIDX)
005720     ADD WS-NEW-FICA TO WS-R-FICA(RIDX)
005730     ADD WS-NEW-FEDWH TO WS-R-FEDWH(RIDX).
005750     EXIT.
005760
005770 2650-MATCH-ONE-KEY.
005780     IF WS-R-EMP-ID(RIDX) = WS-KEY-EMP-ID
005790         AND WS-R-PERIOD(RIDX) = WS-KEY-PERIOD
005800         MOVE "Y" TO WS-KEY-FOUND-SW
005810*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
005820*----VARYING BUMPS IT ON THE WAY OUT.
006160                     YT-SSNUM
006170         END-WRITE
006180     END-IF
006181     PERFORM 2450-POST-UNEMP-WAGES THRU 2450-EXIT
006190     MOVE WS-R-EMP-ID(RIDX) TO RP-EMP-ID
006200     MOVE WS-R-SSN(RIDX) TO RP-SSN
006210     MOVE WS-CUR-PERIOD-END TO RP-PERIOD-END
006260 2400-EXIT.
006270     EXIT.
006280
006281*----THE GROSS DIFFERENCE GOES ON THE FEDERAL ROW AND THE WORK
006282*----STATE'S ROW, SO UNEMPWG KEEPS AGREEING WITH YTDMAST GROSS.
006283 2450-POST-UNEMP-WAGES.
006284     IF WS-UI-RATE-COUNT = 0 OR WS-DIFF-GROSS = 0
006285         GO TO 2450-EXIT
006286     END-IF
006287     MOVE "US" TO WS-UI-LOOK-STATE
006288     PERFORM 2480-FIND-UNEMP-RATE THRU 2480-EXIT
006289     IF WS-UI-HOLD-IX > 0
006290         PERFORM 2460-POST-ONE-UNEMP-ROW THRU 2460-EXIT
006291     END-IF
006292     IF WS-R-WORK-STATE(RIDX) NOT = SPACES
006293         MOVE WS-R-WORK-STATE(RIDX) TO WS-UI-LOOK-STATE
006294         PERFORM 2480-FIND-UNEMP-RATE THRU 2480-EXIT
006295         IF WS-UI-HOLD-IX > 0
006296             PERFORM 2460-POST-ONE-UNEMP-ROW THRU 2460-EXIT
006297         END-IF
006298     END-IF.
006299 2450-EXIT.
006300     EXIT.
006301
006302 2460-POST-ONE-UNEMP-ROW.
006303     PERFORM 2470-READ-UNEMP-ROW THRU 2470-EXIT
006304     IF WS-DIFF-GROSS < 0 AND NOT UW-REC-ON-FILE
006305         GO TO 2460-EXIT
006306     END-IF
006307     IF WS-DIFF-GROSS > 0
006308         PERFORM 2462-ADD-UNEMP-WAGES THRU 2462-EXIT
006309     ELSE
006310         PERFORM 2464-TAKE-BACK-UNEMP-WAGES THRU 2464-EXIT
006311     END-IF
006312     IF UW-REC-ON-FILE
006313         REWRITE UnempWageRec
006314             INVALID KEY
006315                 DISPLAY "PAYRETRO: UNEMPLOYMENT WAGE REWRITE "
006316                     "FAILED - " UW-SSN " " UW-STATE
006317         END-REWRITE
006318     ELSE
006319         WRITE UnempWageRec
006320             INVALID KEY
006321                 DISPLAY "PAYRETRO: UNEMPLOYMENT WAGE WRITE "
006322                     "FAILED - " UW-SSN " " UW-STATE
006323         END-WRITE
006324     END-IF.
006325 2460-EXIT.
006326     EXIT.
006327
006328 2462-ADD-UNEMP-WAGES.
006329     SET UIIDX TO WS-UI-HOLD-IX
006330     COMPUTE WS-UI-ROOM = WS-UI-BASE-T(UIIDX) - UW-TAXABLE
006331     IF WS-UI-ROOM < 0
006332         MOVE 0 TO WS-UI-ROOM
006333     END-IF
006334     IF WS-DIFF-GROSS < WS-UI-ROOM
006335         MOVE WS-DIFF-GROSS TO WS-UI-POST-WAGES
006336     ELSE
006337         MOVE WS-UI-ROOM TO WS-UI-POST-WAGES
006338     END-IF
006339     ADD WS-DIFF-GROSS TO UW-GROSS
006340     ADD WS-UI-POST-WAGES TO UW-TAXABLE
006341     COMPUTE UW-EXCESS =
006342         UW-EXCESS + WS-DIFF-GROSS - WS-UI-POST-WAGES.
006343 2462-EXIT.
006344     EXIT.
006345
006346 2464-TAKE-BACK-UNEMP-WAGES.
006347     COMPUTE WS-UI-TAKE-BACK = 0 - WS-DIFF-GROSS
006348     IF WS-UI-TAKE-BACK > UW-GROSS
006349         MOVE UW-GROSS TO WS-UI-TAKE-BACK
006350     END-IF
006351     SUBTRACT WS-UI-TAKE-BACK FROM UW-GROSS
006352     IF WS-UI-TAKE-BACK > UW-EXCESS
006353         COMPUTE WS-UI-POST-WAGES = WS-UI-TAKE-BACK - UW-EXCESS
006354         MOVE 0 TO UW-EXCESS
006355     ELSE
006356         SUBTRACT WS-UI-TAKE-BACK FROM UW-EXCESS
006357         MOVE 0 TO WS-UI-POST-WAGES
006358     END-IF
006359     IF WS-UI-POST-WAGES > UW-TAXABLE
006360         MOVE UW-TAXABLE TO WS-UI-POST-WAGES
006361     END-IF
006362     SUBTRACT WS-UI-POST-WAGES FROM UW-TAXABLE.
006363 2464-EXIT.
006364     EXIT.
006365
006366*----A ROW LEFT FROM AN EARLIER YEAR STARTS AGAIN FROM ZERO. THE
006367*----DIFFERENCE IS PAID IN THE OPEN PERIOD, SO IT IS THAT YEAR'S.
006368 2470-READ-UNEMP-ROW.
006369     MOVE "N" TO WS-UW-ON-FILE-SW
006370     MOVE WS-R-SSN(RIDX) TO UW-SSN
006371     MOVE WS-UI-LOOK-STATE TO UW-STATE
006372     READ UNEMPWG
006373         INVALID KEY
006374             CONTINUE
006375     END-READ
006376     IF WS-UNEMP-STATUS = "00"
006377         MOVE "Y" TO WS-UW-ON-FILE-SW
006378         IF UW-YEAR NOT = WS-OPEN-YEAR
006379             MOVE WS-OPEN-YEAR TO UW-YEAR
006380             MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
006381         END-IF
006382     ELSE
006383         MOVE WS-R-SSN(RIDX) TO UW-SSN
006384         MOVE WS-UI-LOOK-STATE TO UW-STATE
006385         MOVE WS-OPEN-YEAR TO UW-YEAR
006386         MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
006387     END-IF.
006388 2470-EXIT.
006389     EXIT.
006390
006391*----THE PAYING COMPANY'S OWN ROW FOR THE STATE WINS OVER THE
006392*----STATE'S BLANK-COMPANY ROW
006393 2480-FIND-UNEMP-RATE.
006394     MOVE 0 TO WS-UI-HOLD-IX
006395     PERFORM 2490-MATCH-ONE-UNEMP-RATE THRU 2490-EXIT
006396         VARYING UIIDX FROM 1 BY 1
006397         UNTIL UIIDX > WS-UI-RATE-COUNT.
006398 2480-EXIT.
006399     EXIT.
006400
006401 2490-MATCH-ONE-UNEMP-RATE.
006402     IF WS-UI-STATE-T(UIIDX) = WS-UI-LOOK-STATE
006403         IF WS-UI-COMPANY-T(UIIDX) = WS-PAY-COMPANY
006404             AND WS-PAY-COMPANY NOT = SPACES
006405             SET WS-UI-HOLD-IX TO UIIDX
006406         ELSE
006407             IF WS-UI-COMPANY-T(UIIDX) = SPACES
006408                 AND WS-UI-HOLD-IX = 0
006409                 SET WS-UI-HOLD-IX TO UIIDX
006410             END-IF
006411         END-IF
006412     END-IF.
006413 2490-EXIT.
006414     EXIT.
006415
006416 2800-REPORT-ONE.
006417     MOVE SPACES TO WS-DETAIL-LINE
006418     MOVE WS-R-EMP-ID(RIDX) TO DL-EMP-ID
006419     MOVE WS-R-PERIOD(RIDX) TO DL-PERIOD
006420     MOVE WS-ORIG-GROSS TO DL-OLD-GROSS
006421     MOVE WS-NEW-GROSS TO DL-NEW-GROSS
006422     MOVE WS-DIFF-NET TO DL-DIFF-NET
006423     EVALUATE TRUE
006424         WHEN WS-DIFF-NET > 0
006425             MOVE "PAY" TO DL-DISPOSITION
006426         WHEN WS-DIFF-NET < 0
006427             MOVE "RECOVER" TO DL-DISPOSITION
006428         WHEN OTHER
006429             MOVE "NOCHANGE" TO DL-DISPOSITION
006430     END-EVALUATE
006431     IF WS-R-RATE-CHANGE(RIDX)
006432         MOVE "BACK-DATED RATE CHANGE" TO DL-REASON
006433     END-IF
006440     WRITE RETRO-RPT-REC FROM WS-DETAIL-LINE.
006450 2800-EXIT.
006460     EXIT.
006480 2900-REPORT-REJECT.
006490     ADD 1 TO WS-REJECT-COUNT
006500     MOVE SPACES TO WS-DETAIL-LINE
006510     MOVE WS-KEY-EMP-ID TO DL-EMP-ID
006520     MOVE WS-KEY-PERIOD TO DL-PERIOD
006530     MOVE "REJECTED" TO DL-DISPOSITION
006540     MOVE WS-REJECT-REASON TO DL-REASON
006550     WRITE RETRO-RPT-REC FROM WS-DETAIL-LINE.
006560 2900-EXIT.
006570     EXIT.
006580
006581*----RATE CHANGE PASS - EVERY EMPLOYEE WITH A BACK-DATED RATEHIST
006582*----ROW STILL PENDING HAS EACH REGULAR PAYHIST ROW FROM THE
006583*----EARLIEST PENDING DATE REPRICED AT THE RATE NOW IN EFFECT FOR
006584*----ITS PERIOD. GROSS SCALES BY THE RATE DUE OVER THE RATE PAID,
006585*----SO OVERTIME, HOLIDAY, AND PRORATION CARRY THROUGH UNCHANGED,
006586*----AND THE TAXES MOVE BY THE CHANGE IN GROSS. A PERIOD ALREADY
006587*----CORRECTED BY CARDS THIS RUN IS LEFT TO THE CARDS, WHICH ARE
006588*----PRICED FROM THE SAME HISTORY. ANOTHER COMPANY'S EMPLOYEES
006589*----STAY PENDING FOR THAT COMPANY'S RUN.
006590 3500-RATE-CHANGE-PASS.
006591     IF NOT RATEHIST-OPEN OR NOT RUN-FILES-OPEN
006592         OR RETURN-CODE = 12
006593         GO TO 3500-EXIT
006594     END-IF
006595     MOVE "N" TO WS-RATE-EOF-SW
006596     MOVE 0 TO RH-SSN RH-EFF-DATE
006597     START RATEHIST KEY IS NOT LESS THAN RH-KEY
006598         INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
006599     END-START
006600     PERFORM 3510-NOTE-ONE-PENDING THRU 3510-EXIT
006601         UNTIL NO-MORE-RATE-HIST
006602     IF WS-PEND-COUNT = 0
006603         GO TO 3500-EXIT
006604     END-IF
006605     PERFORM 3550-REPRICE-ONE-EMPLOYEE THRU 3550-EXIT
006606         VARYING PIDX FROM 1 BY 1
006607         UNTIL PIDX > WS-PEND-COUNT.
006608 3500-EXIT.
006609     EXIT.
006610
006611*----THE FILE IS IN SSN AND DATE ORDER, SO THE FIRST PENDING ROW
006612*----SEEN FOR AN SSN IS ITS EARLIEST. AN EMPLOYEE THE TABLE
006613*----CANNOT HOLD STAYS PENDING FOR THE NEXT RUN.
006614 3510-NOTE-ONE-PENDING.
006615     READ RATEHIST NEXT RECORD
006616         AT END MOVE "Y" TO WS-RATE-EOF-SW
006617     END-READ
006618     IF NO-MORE-RATE-HIST OR NOT RH-RETRO-PENDING
006619         GO TO 3510-EXIT
006620     END-IF
006621     IF WS-PEND-COUNT > 0
006622         SET PIDX TO WS-PEND-COUNT
006623         IF WS-P-SSN(PIDX) = RH-SSN
006624             GO TO 3510-EXIT
006625         END-IF
006626     END-IF
006627     IF WS-PEND-COUNT >= 200
006628         GO TO 3510-EXIT
006629     END-IF
006630     ADD 1 TO WS-PEND-COUNT
006631     SET PIDX TO WS-PEND-COUNT
006632     MOVE RH-SSN TO WS-P-SSN(PIDX)
006633     MOVE RH-EFF-DATE TO WS-P-EFF-DATE(PIDX)
006634     MOVE RH-PRIOR-RATE TO WS-P-PRIOR-RATE(PIDX)
006635     MOVE RH-PRIOR-SALARY TO WS-P-PRIOR-SALARY(PIDX)
006636     MOVE "N" TO WS-P-DONE-SW(PIDX).
006637 3510-EXIT.
006638     EXIT.
006639
006640 3550-REPRICE-ONE-EMPLOYEE.
006641     MOVE WS-P-SSN(PIDX) TO ER-SSnum
006642     READ EMPMAST
006643         INVALID KEY
006644             MOVE "Y" TO WS-P-DONE-SW(PIDX)
006645             GO TO 3550-EXIT
006646     END-READ
006647     IF ER-COMPANY NOT = WS-PAY-COMPANY
006648         GO TO 3550-EXIT
006649     END-IF
006651     MOVE "N" TO WS-HIST-EOF-SW
006652     OPEN INPUT PAYHIST-IN
006653     IF WS-HIST-STATUS NOT = "00"
006654         DISPLAY "PAYRETRO: UNABLE TO OPEN PAYHIST - STATUS "
006655             WS-HIST-STATUS " - RATE CHANGES FOR " WS-P-SSN(PIDX)
006656             " LEFT PENDING"
006657         MOVE 8 TO RETURN-CODE
006658         GO TO 3550-EXIT
006659     END-IF
006660     MOVE "Y" TO WS-P-DONE-SW(PIDX)
006661     PERFORM 3560-REPRICE-ONE-HIST THRU 3560-EXIT
006662         UNTIL END-OF-HISTORY
006663     CLOSE PAYHIST-IN.
006664 3550-EXIT.
006665     EXIT.
006666
006667*----THE RATE PAID IS ON THE ROW - OLDER ROWS WITHOUT IT WERE
006668*----PAID AT THE FIGURES THE PENDING CHANGE REPLACED.
006669 3560-REPRICE-ONE-HIST.
006670     READ PAYHIST-IN
006671         AT END MOVE "Y" TO WS-HIST-EOF-SW
006672     END-READ
006673     IF END-OF-HISTORY
006674         GO TO 3560-EXIT
006675     END-IF
006676     IF PH-SSN NOT = WS-P-SSN(PIDX)
006677         OR PH-EARN-CODE NOT = SPACES
006678         OR PH-PERIOD-END < WS-P-EFF-DATE(PIDX)
006679         GO TO 3560-EXIT
006680     END-IF
006681     MOVE SPACES TO WS-REJECT-REASON
006682     MOVE PH-EMP-ID TO WS-KEY-EMP-ID
006683     MOVE PH-PERIOD-END TO WS-KEY-PERIOD
006684     MOVE "R" TO WS-KEY-SOURCE
006685     MOVE "N" TO WS-KEY-FOUND-SW
006686     IF WS-RETRO-COUNT > 0
006687         PERFORM 2650-MATCH-ONE-KEY THRU 2650-EXIT
006688             VARYING RIDX FROM 1 BY 1
006689             UNTIL RIDX > WS-RETRO-COUNT OR KEY-IN-TABLE
006690     END-IF
006691     IF KEY-IN-TABLE AND NOT WS-R-RATE-CHANGE(RIDX)
006692         GO TO 3560-EXIT
006693     END-IF
006694     MOVE WS-P-SSN(PIDX) TO WS-LOOK-SSN
006695     MOVE PH-PERIOD-END TO WS-LOOK-DATE
006696     PERFORM 2310-FIND-PERIOD-RATE THRU 2310-EXIT
006697     IF ER-SALARIED
006698         MOVE WS-PERIOD-SALARY TO WS-DUE-RATE
006699         MOVE WS-P-PRIOR-SALARY(PIDX) TO WS-PAID-RATE
006700     ELSE
006701         MOVE WS-PERIOD-RATE TO WS-DUE-RATE
006702         MOVE WS-P-PRIOR-RATE(PIDX) TO WS-PAID-RATE
006703     END-IF
006704     IF PH-PAY-RATE NUMERIC AND PH-PAY-RATE > 0
006705         MOVE PH-PAY-RATE TO WS-PAID-RATE
006706     END-IF
006707     IF WS-PAID-RATE = 0 OR WS-DUE-RATE = WS-PAID-RATE
006708         GO TO 3560-EXIT
006709     END-IF
006710*----WITHHOLDING MOVES BY THE BRACKET DIFFERENCE BETWEEN THE OLD
006711*----AND NEW GROSS, KEEPING WHATEVER W-4 ADJUSTMENT WAS TAKEN.
006712     MOVE PH-GROSS TO WS-NEW-GROSS
006713     PERFORM 2380-COMPUTE-FEDWH THRU 2380-EXIT
006714     MOVE WS-NEW-FEDWH TO WS-OLD-BRKT-WH
006715     COMPUTE WS-NEW-GROSS ROUNDED =
006716         PH-GROSS * WS-DUE-RATE / WS-PAID-RATE
006717     PERFORM 2380-COMPUTE-FEDWH THRU 2380-EXIT
006718     COMPUTE WS-ADJ-AMT = PH-FEDWH + WS-NEW-FEDWH - WS-OLD-BRKT-WH
006719     IF WS-ADJ-AMT < 0
006720         MOVE 0 TO WS-ADJ-AMT
006721     END-IF
006722     MOVE WS-ADJ-AMT TO WS-NEW-FEDWH
006723     COMPUTE WS-ADJ-AMT ROUNDED =
006724         PH-FICA + ((WS-NEW-GROSS - PH-GROSS) * 0.0765)
006725     IF WS-ADJ-AMT < 0
006726         MOVE 0 TO WS-ADJ-AMT
006727     END-IF
006728     MOVE WS-ADJ-AMT TO WS-NEW-FICA
006729     PERFORM 2600-ACCUMULATE-CARD THRU 2600-EXIT
006730     IF WS-REJECT-REASON = SPACES
006731         ADD PH-GROSS TO WS-R-ORIG-GROSS(RIDX)
006732         ADD PH-FICA TO WS-R-ORIG-FICA(RIDX)
006733         ADD PH-FEDWH TO WS-R-ORIG-FEDWH(RIDX)
006734         ADD 1 TO WS-RATE-RETRO-COUNT
006735     END-IF.
006736 3560-EXIT.
006737     EXIT.
006738
006739*----ONCE THE DIFFERENCES ARE APPLIED, EVERY PENDING ROW OF AN
006740*----EMPLOYEE THIS RUN REPRICED IS MARKED DONE.
006741 3600-MARK-RATES-DONE.
006742     IF WS-PEND-COUNT = 0 OR RETURN-CODE = 12
006743         GO TO 3600-EXIT
006744     END-IF
006745     MOVE "N" TO WS-RATE-EOF-SW
006746     MOVE 0 TO RH-SSN RH-EFF-DATE
006747     START RATEHIST KEY IS NOT LESS THAN RH-KEY
006748         INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
006749     END-START
006750     PERFORM 3650-MARK-ONE-DONE THRU 3650-EXIT
006751         UNTIL NO-MORE-RATE-HIST.
006752 3600-EXIT.
006753     EXIT.
006754
006755 3650-MARK-ONE-DONE.
006756     READ RATEHIST NEXT RECORD
006757         AT END MOVE "Y" TO WS-RATE-EOF-SW
006758     END-READ
006759     IF NO-MORE-RATE-HIST OR NOT RH-RETRO-PENDING
006760         GO TO 3650-EXIT
006761     END-IF
006762     MOVE "N" TO WS-PEND-FOUND-SW
006763     PERFORM 3660-MATCH-ONE-PENDING THRU 3660-EXIT
006764         VARYING PIDX FROM 1 BY 1
006765         UNTIL PIDX > WS-PEND-COUNT OR PENDING-SSN-FOUND
006766     IF PENDING-SSN-FOUND
006767         MOVE "D" TO RH-RETRO-STATUS
006768         REWRITE RateHistRec
006769             INVALID KEY
006770                 DISPLAY "PAYRETRO: RATE HISTORY REWRITE "
006771                     "FAILED - " RH-SSN
006772         END-REWRITE
006773     END-IF.
006774 3650-EXIT.
006775     EXIT.
006776
006777 3660-MATCH-ONE-PENDING.
006778     IF WS-P-SSN(PIDX) = RH-SSN AND WS-P-DONE(PIDX)
006779         MOVE "Y" TO WS-PEND-FOUND-SW
006780     END-IF.
006781 3660-EXIT.
006782     EXIT.
006783
006784*----PASS TWO - ONE DIFFERENCE PER EMPLOYEE/PERIOD, THE WHOLE
006785*----CORRECTED SET AGAINST THE WHOLE ORIGINAL PAYHIST.
006786 4000-APPLY-ALL.
006787     IF WS-RETRO-COUNT = 0 OR RETURN-CODE = 12
006788         GO TO 4000-EXIT
006789     END-IF
006790     PERFORM 4100-APPLY-ONE-KEY THRU 4100-EXIT
006791         VARYING RIDX FROM 1 BY 1
006792         UNTIL RIDX > WS-RETRO-COUNT.
006793 4000-EXIT.
006794     EXIT.
006795
006796 4100-APPLY-ONE-KEY.
006797     IF WS-R-RATE-CHANGE(RIDX)
006798         MOVE WS-R-ORIG-GROSS(RIDX) TO WS-ORIG-GROSS
006799         MOVE WS-R-ORIG-FICA(RIDX) TO WS-ORIG-FICA
006800         MOVE WS-R-ORIG-FEDWH(RIDX) TO WS-ORIG-FEDWH
006801     ELSE
006802         PERFORM 2200-SUM-ORIGINAL-PAY THRU 2200-EXIT
006803         IF NOT HISTORY-FOUND
006804             MOVE "NO PAYHIST FOR THAT PERIOD"
006805                 TO WS-REJECT-REASON
006806             PERFORM 4900-REPORT-KEY-REJECT THRU 4900-EXIT
006807             GO TO 4100-EXIT
006808         END-IF
006809     END-IF
006810     MOVE WS-R-GROSS(RIDX) TO WS-NEW-GROSS
006811     MOVE WS-R-FICA(RIDX) TO WS-NEW-FICA
006812     MOVE WS-R-FEDWH(RIDX) TO WS-NEW-FEDWH
006813     PERFORM 2370-GET-YTD THRU 2370-EXIT
006820*----AN EMPLOYEE ALREADY PAST THE WAGE CAP KEEPS THE ORIGINAL
006830*----FICA RATHER THAN INVENTING A REFUND.
006840     IF YT-GROSS >= WS-FICA-WAGE-CAP
006850         MOVE WS-ORIG-FICA TO WS-NEW-FICA
006860     END-IF
006861*----A REPRICED ROW KEEPS THE W-4 ADJUSTMENTS ALREADY IN ITS
006862*----ORIGINAL WITHHOLDING - ONLY CORRECTED CARDS TAKE THEM AFRESH.
006863     IF NOT WS-R-RATE-CHANGE(RIDX)
006864         PERFORM 2395-APPLY-W4 THRU 2395-EXIT
006865     END-IF
006870     PERFORM 2400-APPLY-DIFFERENCE THRU 2400-EXIT.
006880 4100-EXIT.
006890     EXIT.
007030     DISPLAY "PAYRETRO: ADJUSTMENTS APPLIED - "
007040         WS-APPLIED-COUNT
007050     DISPLAY "PAYRETRO: CARDS REJECTED - " WS-REJECT-COUNT
007051     DISPLAY "PAYRETRO: PERIODS REPRICED FOR RATE CHANGES - "
007052         WS-RATE-RETRO-COUNT
007060     IF WS-RET-STATUS = "00"
007070         CLOSE RETROTIM-IN
007071     END-IF
007072     IF RUN-FILES-OPEN
007080         CLOSE EMPMAST
007090         CLOSE YTDMAST
007100         CLOSE RETROPAY-OUT
007110         CLOSE RETRO-RPT
007111     END-IF
007112     IF UNEMPWG-OPEN
007113         CLOSE UNEMPWG
007120     END-IF
007121     IF RATEHIST-OPEN
007122         CLOSE RATEHIST
007123     END-IF.
007130 3000-EXIT.
007140     EXIT.
