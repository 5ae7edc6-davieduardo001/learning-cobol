000350*                   ITS DATE - CASHIN IS A ONE-DAY FILE, AND
000360*                   COLLECT NEEDS EVERY DAY'S RECEIPTS TO
000370*                   JUDGE PROMISES KEPT ON EARLIER DAYS.
000371*   2026-10-15  DP  PAYMENT TERMS - EVERY ABSORBED LINE NOW
000372*                   CARRIES A DUE DATE (ITS DATE PLUS THE
000373*                   CUSTOMER'S NET DAYS OFF CUSTMAST, NET 30 WHEN
000374*                   THE MASTER HAS NONE) FOR THE AGING TO RUN
000375*                   FROM. A REMITTED INVOICE PAID WITHIN THE
000376*                   DISCOUNT DAYS AND SHORT BY NO MORE THAN THE
000377*                   DISCOUNT IT EARNED IS SETTLED IN FULL, AND THE
000378*                   DISCOUNT GOES ON STMTIN AS ITS OWN DISCOUNT
000379*                   INV LINE FOR THE STATEMENT - ABSORBED LATER AS
000380*                   A SETTLED LINE, NOT A CREDIT.
000381*   2026-10-15  DP  CASH LEFT OVER FROM A CUSTOMER PLACED FOR
000382*                   COLLECTION BY THE BADDEBT WRITE-OFF RUN IS
000383*                   BAD-DEBT RECOVERY, NOT UNAPPLIED CASH - IT
000384*                   GOES TO GLEXTR ON BDEBTGL AND PRINTS ON
000385*                   CASHRPT WITH ITS OWN TOTAL, AND NO CREDIT LINE
000386*                   GOES ON THE OPEN ITEMS.
000387*   2026-10-15  DP  ACCOUNTING PERIOD CONTROL - AN INVOICE FEED
000388*                   LINE, STMTIN ADJUSTMENT OR RECEIPT DATED IN A
000389*                   MONTH CLOSED FOR ITS COMPANY (PERDCHK) IS NOT
000390*                   ABSORBED OR APPLIED. IT GOES TO THE CASHREJ
000391*                   REJECT FILE WITH ITS SOURCE, PRINTS ON
000392*                   CASHRPT, AND THE STEP ENDS RC 4.
000393*   2026-10-15  DP  NATIONAL ACCOUNTS - A PARENT'S CHECK APPLIES
000394*                   ACROSS ITS BRANCHES' OPEN ITEMS AS WELL AS ITS
000395*                   OWN, REMITTED INVOICES FIRST THEN THE FAMILY'S
000396*                   OLDEST, WITH EACH BRANCH LINE PAID LISTED ON
000397*                   CASHRPT. A BRANCH INVOICE TAKES THE BRANCH'S
000398*                   DISCOUNT TERMS AND ITS DISCOUNT LINE GOES ON
000399*                   THE BRANCH. LEFTOVER CASH STAYS WITH THE
000400*                   PARENT.
000401*   2026-10-15  DP  OPENITEM IS NOW INDEXED BY CUSTOMER, INVOICE
000402*                   AND LINE NUMBER. ONLY THE LINES ADDED OR
000403*                   CHANGED BY THE RUN ARE WRITTEN BACK - A NEW
000404*                   LINE TAKES THE NEXT FREE LINE NUMBER UNDER ITS
000405*                   INVOICE - INSTEAD OF THE WHOLE BOOK BEING
000406*                   REWRITTEN, SO A LINE PAST THE TABLE LIMIT IS
000407*                   LEFT ON FILE RATHER THAN DROPPED.
000408*   2026-10-15  DP  THE NIGHT'S CASH TAKEN IN - APPLIED, UNAPPLIED
000409*                   AND BAD-DEBT RECOVERED - IS WRITTEN TO CTLTOTS
000410*                   THROUGH CTLWRIT FOR THE MORNING FLASH.
000411*   2026-10-15  DP  THE RUN'S RETURN CODE IS KEPT ACROSS THE
000412*                   CTLWRIT CALL, SO THE CLOSED-PERIOD REJECT
000413*                   WARNING REACHES THE JCL.
000414*---------------------------------------------------------------
000415 ENVIRONMENT DIVISION.
000416 INPUT-OUTPUT SECTION.
000417 FILE-CONTROL.
000420     SELECT OPENITEM-IO ASSIGN TO OPENITEM
000421         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS DYNAMIC
000423         RECORD KEY IS OI-KEY
000424         ALTERNATE RECORD KEY IS OI-STATUS
000425             WITH DUPLICATES
000440         FILE STATUS IS WS-OPEN-STATUS.
000450     SELECT STMT-INV-IN ASSIGN TO STMTINV
000460         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS ident
000660         FILE STATUS IS WS-CUST-STATUS.
000661     SELECT BDEBTGL-OUT ASSIGN TO BDEBTGL
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-BDGL-STATUS.
000664     SELECT CASHREJ-OUT ASSIGN TO CASHREJ
000665         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-REJ-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
001080
001090 FD  CUSTMAST.
001100     COPY "CUSTOMER.cpy".
001101
001102 FD  BDEBTGL-OUT.
001103     COPY "BDEBTGL.cpy".
001104
001105*----LINES AND RECEIPTS REFUSED BECAUSE THEIR DATE FALLS IN A
001106*----CLOSED ACCOUNTING MONTH - THE SOURCE (I INVOICE FEED, S
001107*----STMTIN ADJUSTMENT, R RECEIPT) AND THE RECORD AS IT ARRIVED,
001108*----TO BE RE-ENTERED WITH A DATE IN AN OPEN MONTH. KEPT ACROSS
001109*----RUNS.
001110 FD  CASHREJ-OUT.
001111 01  CASHREJ-REC.
001112     05  CR-SOURCE        PIC X(1).
001113     05  CR-REASON        PIC X(1).
001114         88  CR-CLOSED-PERIOD VALUE "P".
001115     05  CR-RECORD        PIC X(44).
001116
001120 WORKING-STORAGE SECTION.
001130 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
001140 01  WS-INV-STATUS        PIC X(2) VALUE SPACES.
001170 01  WS-APPL-STATUS       PIC X(2) VALUE SPACES.
001180 01  WS-COMP-STATUS       PIC X(2) VALUE SPACES.
001190 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001191 01  WS-BDGL-STATUS       PIC X(2) VALUE SPACES.
001192 01  WS-BDGL-OPEN-SW      PIC X(1) VALUE "N".
001193     88  BDEBTGL-IS-OPEN      VALUE "Y".
001194 01  WS-PLACED-SW         PIC X(1) VALUE "N".
001195     88  CUST-IS-PLACED       VALUE "Y".
001196 01  WS-RECOV-TOTAL       PIC 9(9)V99 VALUE 0.
001197 01  WS-RECOV-COUNT       PIC 9(5) COMP VALUE 0.
001198 01  WS-REJ-STATUS        PIC X(2) VALUE SPACES.
001199 01  WS-REJ-OPEN-SW       PIC X(1) VALUE "N".
001200     88  CASHREJ-IS-OPEN      VALUE "Y".
001201 01  WS-REJ-COUNT         PIC 9(5) COMP VALUE 0.
001202 01  WS-REJ-AMOUNT        PIC S9(6)V99 VALUE 0.
001203*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001204 01  WS-PERD-COMPANY      PIC X(2) VALUE SPACES.
001205 01  WS-PERD-DATE         PIC 9(8) VALUE 0.
001206 01  WS-PERD-RESULT       PIC X(1) VALUE SPACE.
001207     88  PERIOD-IS-CLOSED     VALUE "C".
001208 01  WS-COMP-EOF-SW       PIC X(1) VALUE "N".
001210     88  NO-COMPANY-CARD      VALUE "Y".
001220 01  WS-SEL-COMPANY       PIC X(2) VALUE SPACES.
001230 01  WS-CUST-OPEN-SW      PIC X(1) VALUE "N".
001530 01  WS-CASH-LEFT         PIC S9(6)V99 VALUE 0.
001540 01  WS-REMAINING         PIC S9(6)V99 VALUE 0.
001550 01  WS-TAKE-AMT          PIC S9(6)V99 VALUE 0.
001551*----THE CUSTOMER'S TERMS - NET 30, NO DISCOUNT WHEN CUSTMAST HAS
001552*----NOTHING BETTER
001553 01  WS-NET-DAYS          PIC 9(3) VALUE 30.
001554 01  WS-DISC-PCT          PIC 9(2)V99 VALUE 0.
001555 01  WS-DISC-DAYS         PIC 9(3) VALUE 0.
001556 01  WS-DISC-AMT          PIC S9(6)V99 VALUE 0.
001557 01  WS-DISC-TOTAL        PIC 9(9)V99 VALUE 0.
001558 01  WS-DISC-COUNT        PIC 9(5) COMP VALUE 0.
001559 01  WS-DISC-OPEN-SW      PIC X(1) VALUE "N".
001560     88  STMTIN-OPEN-FOR-DISC VALUE "Y".
001561 01  WS-ADD-DAYS          PIC 9(3) VALUE 0.
001562 01  WS-DAYS-ADDED        PIC 9(4) VALUE 0.
001563*----CALENDAR ARITHMETIC
001564 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001565 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001566     05  WS-DT-YEAR       PIC 9(4).
001567     05  WS-DT-MONTH      PIC 9(2).
001568     05  WS-DT-DAY        PIC 9(2).
001569 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001570 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001571 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001572 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001573 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001574 01  WS-MONTH-DAYS-LIT    PIC X(24)
001575         VALUE "312831303130313130313031".
001576 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001577     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001578*----EVERY OPEN ITEM IN MEMORY FOR THE APPLY PASS.
001579 01  WS-ITEM-TABLE.
001580     05  WS-ITEM-ENTRY    OCCURS 999 TIMES
001590                          INDEXED BY IT-IDX.
001600         10  WS-I-CUST-ID PIC X(7).
001601         10  WS-I-INV-NO  PIC X(6).
001602         10  WS-I-SEQ     PIC 9(4).
001610         10  WS-I-DESC    PIC X(20).
001620         10  WS-I-AMOUNT  PIC S9(6)V99.
001630         10  WS-I-DATE    PIC 9(8).
001640         10  WS-I-PAID    PIC S9(6)V99.
001650         10  WS-I-STATUS  PIC X(1).
001651         10  WS-I-DUE     PIC 9(8).
001652*----THE NATIONAL ACCOUNT PARENT OF THE LINE'S CUSTOMER, ZEROS FOR
001653*----NONE, SPACES UNTIL LOOKED UP - SO A PARENT'S CHECK CAN REACH
001654*----ITS BRANCHES' LINES.
001655         10  WS-I-PARENT  PIC X(7).
001656*----N A LINE ADDED THIS RUN, C A LINE ON FILE THAT CHANGED -
001657*----ONLY THESE GO BACK TO THE BOOK.
001658         10  WS-I-CHG-SW  PIC X(1).
001659             88  ITEM-IS-NEW      VALUE "N".
001660             88  ITEM-CHANGED     VALUE "C".
001661 01  WS-WRITE-DONE-SW     PIC X(1) VALUE "N".
001662     88  ITEM-WRITTEN         VALUE "Y".
001663 01  WS-PAR-LAST-ID       PIC X(7) VALUE SPACES.
001664 01  WS-PAR-LAST-RESULT   PIC X(7) VALUE SPACES.
001665 01  WS-BRANCH-APPL-COUNT PIC 9(5) COMP VALUE 0.
001666*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001667 01  WS-CTL-PROGRAM       PIC X(10) VALUE "CASHRCPT".
001668 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001669 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001670 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001671 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001673 01  WS-CTL-RC            PIC 9(2) VALUE 0.
001675 01  WS-DETAIL-LINE.
001677     05  DL-CUST-ID       PIC X(7).
001680     05  FILLER           PIC X(1) VALUE SPACE.
001690     05  DL-AMOUNT        PIC -ZZZ,ZZ9.99.
001700     05  FILLER           PIC X(1) VALUE SPACE.
001830
001840 1000-INITIALIZE.
001850     PERFORM 1700-GET-COMPANY-SEL THRU 1700-EXIT
001851*----CUSTMAST ALSO SUPPLIES EVERY LINE'S PAYMENT TERMS -
001852*----WITHOUT IT AN UNSELECTED RUN STILL GOES, ALL ON NET 30.
001853     OPEN INPUT CUSTMAST
001854     IF WS-CUST-STATUS = "00"
001855         MOVE "Y" TO WS-CUST-OPEN-SW
001856     ELSE
001857         IF WS-SEL-COMPANY NOT = SPACES
001858             DISPLAY "CASHRCPT: CUSTMAST UNAVAILABLE - "
001859                 "COMPANY-SELECTED RUN REFUSED"
001860             MOVE 12 TO RETURN-CODE
001861             MOVE "Y" TO WS-CASH-EOF-SW
001862             GO TO 1000-EXIT
001863         END-IF
001864         DISPLAY "CASHRCPT: CUSTMAST UNAVAILABLE - ALL LINES "
001865             "DUE NET 30, NO DISCOUNTS"
001970     END-IF
001971*----THE REGISTER OPENS FIRST - THE ABSORB LISTS ANY LINE IT
001972*----REFUSES FOR A CLOSED PERIOD.
001973     OPEN OUTPUT CASH-RPT
001980     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT
001990     PERFORM 1300-ABSORB-INV-FEED THRU 1300-EXIT
002000     PERFORM 1400-ABSORB-STMT-LINES THRU 1400-EXIT
002040             "RUN"
002050         MOVE "Y" TO WS-CASH-EOF-SW
002060     END-IF
002080     IF NOT NO-MORE-RECEIPTS
002090         OPEN EXTEND CASHAPPL-OUT
002100         IF WS-APPL-STATUS = "35"
002370     EXIT.
002380
002390 1250-LOAD-ONE-ITEM.
002400     READ OPENITEM-IO NEXT RECORD
002410         AT END MOVE "Y" TO WS-OPEN-EOF-SW
002420     END-READ
002430     IF NOT END-OF-OPEN-ITEMS
002440         ADD 1 TO WS-ITEM-COUNT
002450         SET IT-IDX TO WS-ITEM-COUNT
002460         MOVE OI-CUST-ID TO WS-I-CUST-ID(IT-IDX)
002461         MOVE OI-INV-NO TO WS-I-INV-NO(IT-IDX)
002462         MOVE OI-LINE-SEQ TO WS-I-SEQ(IT-IDX)
002463         MOVE SPACE TO WS-I-CHG-SW(IT-IDX)
002470         MOVE OI-DESCRIPTION TO WS-I-DESC(IT-IDX)
002480         MOVE OI-AMOUNT TO WS-I-AMOUNT(IT-IDX)
002490         MOVE OI-INV-DATE TO WS-I-DATE(IT-IDX)
002500         MOVE OI-PAID-AMT TO WS-I-PAID(IT-IDX)
002510         MOVE OI-STATUS TO WS-I-STATUS(IT-IDX)
002511             MOVE SPACES TO WS-I-PARENT(IT-IDX)
002512*----A LINE CARRIED OVER FROM BEFORE DUE DATES WERE KEPT GETS ONE
002513*----FROM ITS CUSTOMER'S TERMS NOW
002514         IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
002515             MOVE OI-DUE-DATE TO WS-I-DUE(IT-IDX)
002516         ELSE
002517             PERFORM 1620-SET-DUE-DATE THRU 1620-EXIT
002518             MOVE "C" TO WS-I-CHG-SW(IT-IDX)
002519         END-IF
002520     END-IF.
002530 1250-EXIT.
002540     EXIT.
002780             PERFORM 1900-HOLD-ONE-LINE THRU 1900-EXIT
002790             GO TO 1350-EXIT
002800         END-IF
002801         MOVE SI-INV-DATE TO WS-PERD-DATE
002802         PERFORM 1860-CHECK-PERIOD THRU 1860-EXIT
002803         IF PERIOD-IS-CLOSED
002804             MOVE "I" TO CR-SOURCE
002805             MOVE STMT-INV-REC TO CR-RECORD
002806             MOVE SI-AMOUNT TO WS-REJ-AMOUNT
002807             PERFORM 1870-REJECT-ONE THRU 1870-EXIT
002808             GO TO 1350-EXIT
002809         END-IF
002810         MOVE SI-CUST-ID TO OI-CUST-ID
002820         MOVE SI-DESCRIPTION TO OI-DESCRIPTION
002830         MOVE SI-AMOUNT TO OI-AMOUNT
003230             PERFORM 1900-HOLD-ONE-LINE THRU 1900-EXIT
003240             GO TO 1450-EXIT
003250         END-IF
003251         MOVE SL-INV-DATE TO WS-PERD-DATE
003252         PERFORM 1860-CHECK-PERIOD THRU 1860-EXIT
003253         IF PERIOD-IS-CLOSED
003254             MOVE "S" TO CR-SOURCE
003255             MOVE STMT-LINE-REC TO CR-RECORD
003256             MOVE SL-AMOUNT TO WS-REJ-AMOUNT
003257             PERFORM 1870-REJECT-ONE THRU 1870-EXIT
003258             GO TO 1450-EXIT
003259         END-IF
003260         MOVE SL-CUST-ID TO OI-CUST-ID
003270         MOVE SL-DESCRIPTION TO OI-DESCRIPTION
003280         MOVE SL-AMOUNT TO OI-AMOUNT
003540     END-IF.
003550 1800-EXIT.
003560     EXIT.
003561
003562*----TERMS FOR WS-CHK-CUST-ID OFF CUSTMAST. BLANK OR ZERO NET DAYS
003563*----(A MASTER FROM BEFORE TERMS WERE KEPT) IS STANDARD NET 30.
003564 1850-GET-TERMS.
003565     MOVE 30 TO WS-NET-DAYS
003566     MOVE 0 TO WS-DISC-PCT
003567     MOVE 0 TO WS-DISC-DAYS
003568     IF NOT CUSTMAST-IS-OPEN OR WS-CHK-CUST-ID IS NOT NUMERIC
003569         GO TO 1850-EXIT
003570     END-IF
003571     MOVE WS-CHK-CUST-ID TO WS-CHK-ID-9
003572     MOVE WS-CHK-ID-9 TO ident
003573     READ CUSTMAST
003574         INVALID KEY
003575             GO TO 1850-EXIT
003576     END-READ
003577     IF termsNetDays NUMERIC AND termsNetDays > 0
003578         MOVE termsNetDays TO WS-NET-DAYS
003579     END-IF
003580     IF termsDiscPct NUMERIC AND termsDiscDays NUMERIC
003581         MOVE termsDiscPct TO WS-DISC-PCT
003582         MOVE termsDiscDays TO WS-DISC-DAYS
003583     END-IF.
003584 1850-EXIT.
003585     EXIT.
003586
003587*----IS WS-PERD-DATE IN A CLOSED MONTH FOR THE COMPANY OF
003588*----WS-CHK-CUST-ID? A SELECTED RUN ONLY EVER POSTS ITS OWN
003589*----COMPANY'S LINES; AN UNSELECTED ONE TAKES THE COMPANY OFF
003590*----CUSTMAST, AND AN UNKNOWN CUSTOMER CHECKS AS THE ORIGINAL
003591*----COMPANY.
003592 1860-CHECK-PERIOD.
003593     MOVE WS-SEL-COMPANY TO WS-PERD-COMPANY
003594     IF WS-SEL-COMPANY = SPACES AND CUSTMAST-IS-OPEN
003595             AND WS-CHK-CUST-ID IS NUMERIC
003596         MOVE WS-CHK-CUST-ID TO WS-CHK-ID-9
003597         MOVE WS-CHK-ID-9 TO ident
003598         READ CUSTMAST
003599             INVALID KEY
003600                 MOVE SPACES TO companyCode
003601         END-READ
003602         MOVE companyCode TO WS-PERD-COMPANY
003603     END-IF
003604     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
003605         WS-PERD-RESULT.
003606 1860-EXIT.
003607     EXIT.
003608
003609*----CR-SOURCE AND CR-RECORD ARE SET BY THE CALLER. THE REFUSED
003610*----ITEM ALSO PRINTS ON THE REGISTER SO IT IS FOLLOWED UP.
003611 1870-REJECT-ONE.
003612     IF NOT CASHREJ-IS-OPEN
003613         OPEN EXTEND CASHREJ-OUT
003614         IF WS-REJ-STATUS = "35"
003615             OPEN OUTPUT CASHREJ-OUT
003616         END-IF
003617         MOVE "Y" TO WS-REJ-OPEN-SW
003618     END-IF
003619     SET CR-CLOSED-PERIOD TO TRUE
003620     WRITE CASHREJ-REC
003621     ADD 1 TO WS-REJ-COUNT
003622     MOVE SPACES TO WS-DETAIL-LINE
003623     MOVE WS-CHK-CUST-ID TO DL-CUST-ID
003624     MOVE WS-REJ-AMOUNT TO DL-AMOUNT
003625     STRING "REJECTED - CLOSED PERIOD SOURCE " CR-SOURCE
003626         DELIMITED BY SIZE INTO DL-NOTE
003627     WRITE CASH-RPT-REC FROM WS-DETAIL-LINE.
003628 1870-EXIT.
003629     EXIT.
003630
003631*----A FULL HOLD TABLE ABANDONS THE RUN BEFORE ANYTHING IS
003632*----TRUNCATED, SO NO LINE IS EVER LOST.
003633 1900-HOLD-ONE-LINE.
003634     IF WS-HELD-COUNT >= 500
003635         DISPLAY "CASHRCPT: MORE THAN 500 OTHER-COMPANY "
003636             "LINES - RUN ABANDONED, SPLIT THE INPUT"
003640         MOVE 12 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003990     ADD 1 TO WS-ITEM-COUNT
004000     SET IT-IDX TO WS-ITEM-COUNT
004010     MOVE OI-CUST-ID TO WS-I-CUST-ID(IT-IDX)
004011*----THE INVOICE A LINE BELONGS TO COMES FROM ITS DESCRIPTION
004012     MOVE SPACES TO WS-I-INV-NO(IT-IDX)
004013     IF OI-DESCRIPTION(1:8) = "INVOICE "
004014         MOVE OI-DESCRIPTION(9:6) TO WS-I-INV-NO(IT-IDX)
004015     END-IF
004016     IF OI-DESCRIPTION(1:10) = "SALES TAX "
004017         MOVE OI-DESCRIPTION(11:6) TO WS-I-INV-NO(IT-IDX)
004018     END-IF
004019     IF OI-DESCRIPTION(1:13) = "DISCOUNT INV "
004020         MOVE OI-DESCRIPTION(14:6) TO WS-I-INV-NO(IT-IDX)
004021     END-IF
004022     MOVE 0 TO WS-I-SEQ(IT-IDX)
004023     MOVE "N" TO WS-I-CHG-SW(IT-IDX)
004024     MOVE OI-DESCRIPTION TO WS-I-DESC(IT-IDX)
004030     MOVE OI-AMOUNT TO WS-I-AMOUNT(IT-IDX)
004040     MOVE OI-INV-DATE TO WS-I-DATE(IT-IDX)
004050     MOVE 0 TO WS-I-PAID(IT-IDX)
004060     MOVE "O" TO WS-I-STATUS(IT-IDX)
004061     MOVE SPACES TO WS-I-PARENT(IT-IDX)
004062*----A DISCOUNT LINE IS THE STATEMENT'S RECORD OF A DISCOUNT
004063*----ALREADY TAKEN - THE INVOICE IT SETTLED WAS CLOSED THE DAY THE
004064*----CASH CAME IN, SO THE LINE GOES ON SETTLED, NOT AS A CREDIT.
004065     IF OI-DESCRIPTION(1:13) = "DISCOUNT INV "
004066         MOVE OI-AMOUNT TO WS-I-PAID(IT-IDX)
004067         MOVE "P" TO WS-I-STATUS(IT-IDX)
004068     END-IF
004069     PERFORM 1620-SET-DUE-DATE THRU 1620-EXIT
004070     ADD 1 TO WS-ABSORB-COUNT.
004080 1600-EXIT.
004090     EXIT.
004091
004092*----DUE DATE FOR THE LINE AT IT-IDX - ITS DATE PLUS THE
004093*----CUSTOMER'S NET DAYS. AN UNDATED LINE STAYS UNDATED.
004094 1620-SET-DUE-DATE.
004095     MOVE 0 TO WS-I-DUE(IT-IDX)
004096     MOVE WS-I-DATE(IT-IDX) TO WS-DT-DATE
004097     IF WS-DT-DATE = 0 OR WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
004098         OR WS-DT-DAY < 1 OR WS-DT-DAY > 31
004099         GO TO 1620-EXIT
004100     END-IF
004101     MOVE WS-I-CUST-ID(IT-IDX) TO WS-CHK-CUST-ID
004102     PERFORM 1850-GET-TERMS THRU 1850-EXIT
004103     MOVE WS-NET-DAYS TO WS-ADD-DAYS
004104     PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004105     MOVE WS-DT-DATE TO WS-I-DUE(IT-IDX).
004106 1620-EXIT.
004107     EXIT.
004108
004110*----ONE RECEIPT - REMITTED INVOICE FIRST IF NAMED, THEN THE
004120*----CUSTOMER'S OPEN ITEMS OLDEST FIRST UNTIL THE CASH RUNS
004130*----OUT. WHATEVER SURVIVES EVERY OPEN ITEM IS UNAPPLIED.
004140 2000-APPLY-ONE.
004141*----CASH DATED INTO A CLOSED MONTH IS NOT APPLIED OR KEPT ON
004142*----CASHAPPL - IT GOES BACK FOR RE-ENTRY WITH AN OPEN DATE.
004143     MOVE CI-CUST-ID TO WS-CHK-CUST-ID
004144     MOVE CI-RCPT-DATE TO WS-PERD-DATE
004145     PERFORM 1860-CHECK-PERIOD THRU 1860-EXIT
004146     IF PERIOD-IS-CLOSED
004147         MOVE "R" TO CR-SOURCE
004148         MOVE CASHIN-REC TO CR-RECORD
004149         MOVE CI-AMOUNT TO WS-REJ-AMOUNT
004150         PERFORM 1870-REJECT-ONE THRU 1870-EXIT
004151         GO TO 2000-NEXT
004152     END-IF
004153     ADD 1 TO WS-RECEIPT-COUNT
004160*----THE HISTORY GETS THE RECEIPT AS IT ARRIVED - APPLIED OR
004170*----UNAPPLIED, THE CASH CAME IN ON THIS DATE.
004180     MOVE CASHIN-REC TO CASHAPPL-REC
004190     WRITE CASHAPPL-REC
004200     MOVE CI-AMOUNT TO WS-CASH-LEFT
004201*----A NATIONAL ACCOUNT PARENT'S SINGLE CHECK PAYS ITS BRANCHES'
004202*----LINES AS WELL AS ITS OWN - REMITTED INVOICES FIRST, THEN THE
004203*----FAMILY'S OLDEST. WHAT IS LEFT STAYS WITH THE PARENT.
004204     IF CUSTMAST-IS-OPEN AND WS-ITEM-COUNT > 0
004205         PERFORM 2050-RESOLVE-ITEM-PARENT THRU 2050-EXIT
004206             VARYING WS-ITEM-IX FROM 1 BY 1
004207             UNTIL WS-ITEM-IX > WS-ITEM-COUNT
004208     END-IF
004210     IF CI-INV-NO NOT = SPACES
004211         MOVE CI-CUST-ID TO WS-CHK-CUST-ID
004212         PERFORM 1850-GET-TERMS THRU 1850-EXIT
004220         PERFORM 2100-APPLY-TO-INVOICE THRU 2100-EXIT
004230     END-IF
004240*----PRIME THE PICK SO THE UNTIL TEST PASSES INTO THE FIRST
004270     PERFORM 2200-APPLY-OLDEST-FIRST THRU 2200-EXIT
004280         UNTIL WS-CASH-LEFT <= 0 OR WS-PICK-IX = 0
004290     IF WS-CASH-LEFT > 0
004291*----A CUSTOMER PLACED FOR COLLECTION OWES NOTHING ON THE BOOKS -
004292*----WHAT IS LEFT IS MONEY WRITTEN OFF COMING BACK, NOT A CREDIT.
004293         PERFORM 2450-CHECK-PLACED THRU 2450-EXIT
004294         IF CUST-IS-PLACED
004295             PERFORM 2600-BOOK-RECOVERY THRU 2600-EXIT
004296         ELSE
004300             PERFORM 2400-BOOK-UNAPPLIED THRU 2400-EXIT
004301         END-IF
004310     END-IF.
004311 2000-NEXT.
004320     PERFORM 1100-READ-RECEIPT THRU 1100-EXIT.
004330 2000-EXIT.
004340     EXIT.
004350
004351*----EACH LINE'S PARENT IS LOOKED UP ONCE A RUN; A CUSTOMER'S
004352*----LINES MOSTLY SIT TOGETHER, SO THE LAST ANSWER IS KEPT.
004353 2050-RESOLVE-ITEM-PARENT.
004354     SET IT-IDX TO WS-ITEM-IX
004355     IF WS-I-PARENT(IT-IDX) NOT = SPACES
004356         GO TO 2050-EXIT
004357     END-IF
004358     IF WS-I-CUST-ID(IT-IDX) = WS-PAR-LAST-ID
004359         MOVE WS-PAR-LAST-RESULT TO WS-I-PARENT(IT-IDX)
004360         GO TO 2050-EXIT
004361     END-IF
004362     MOVE WS-I-CUST-ID(IT-IDX) TO WS-PAR-LAST-ID
004363     MOVE "0000000" TO WS-PAR-LAST-RESULT
004364     MOVE "0000000" TO WS-I-PARENT(IT-IDX)
004365     IF WS-I-CUST-ID(IT-IDX) IS NOT NUMERIC
004366         GO TO 2050-EXIT
004367     END-IF
004368     MOVE WS-I-CUST-ID(IT-IDX) TO WS-CHK-ID-9
004369     MOVE WS-CHK-ID-9 TO ident
004370     READ CUSTMAST
004371         INVALID KEY
004372             GO TO 2050-EXIT
004373     END-READ
004374     IF parentIdent IS NUMERIC
004375         MOVE parentIdent TO WS-PAR-LAST-RESULT
004376         MOVE parentIdent TO WS-I-PARENT(IT-IDX)
004377     END-IF.
004378 2050-EXIT.
004379     EXIT.
004380
004381 2100-APPLY-TO-INVOICE.
004382     PERFORM 2150-MATCH-INVOICE-ITEM THRU 2150-EXIT
004383         VARYING IT-IDX FROM 1 BY 1
004390         UNTIL IT-IDX > WS-ITEM-COUNT OR WS-CASH-LEFT <= 0.
004400 2100-EXIT.
004410     EXIT.
004420
004430 2150-MATCH-INVOICE-ITEM.
004440     IF (WS-I-CUST-ID(IT-IDX) = CI-CUST-ID
004441                 OR WS-I-PARENT(IT-IDX) = CI-CUST-ID)
004450             AND WS-I-STATUS(IT-IDX) = "O"
004460             AND WS-I-DESC(IT-IDX)(1:8) = "INVOICE "
004470             AND WS-I-DESC(IT-IDX)(9:6) = CI-INV-NO
004471*----A BRANCH'S INVOICE EARNS THE BRANCH'S OWN DISCOUNT TERMS.
004472             IF WS-I-CUST-ID(IT-IDX) NOT = CI-CUST-ID
004473                 MOVE WS-I-CUST-ID(IT-IDX) TO WS-CHK-CUST-ID
004474                 PERFORM 1850-GET-TERMS THRU 1850-EXIT
004475             END-IF
004480         PERFORM 2300-TAKE-FROM-ITEM THRU 2300-EXIT
004481         IF WS-I-STATUS(IT-IDX) = "O" AND WS-DISC-PCT > 0
004482             PERFORM 2500-CHECK-DISCOUNT THRU 2500-EXIT
004483         END-IF
004490     END-IF.
004500 2150-EXIT.
004510     EXIT.
004690     SET IT-IDX TO WS-ITEM-IX
004700     COMPUTE WS-REMAINING = WS-I-AMOUNT(IT-IDX)
004710         - WS-I-PAID(IT-IDX)
004720     IF (WS-I-CUST-ID(IT-IDX) = CI-CUST-ID
004721                 OR WS-I-PARENT(IT-IDX) = CI-CUST-ID)
004730             AND WS-I-STATUS(IT-IDX) = "O"
004740             AND WS-REMAINING > 0
004750             AND WS-I-DATE(IT-IDX) < WS-PICK-DATE
004910         MOVE WS-REMAINING TO WS-TAKE-AMT
004920     END-IF
004930     ADD WS-TAKE-AMT TO WS-I-PAID(IT-IDX)
004931     IF NOT ITEM-IS-NEW(IT-IDX)
004932         MOVE "C" TO WS-I-CHG-SW(IT-IDX)
004933     END-IF
004940     SUBTRACT WS-TAKE-AMT FROM WS-CASH-LEFT
004950     ADD WS-TAKE-AMT TO WS-APPLIED-TOTAL
004960     IF WS-I-PAID(IT-IDX) >= WS-I-AMOUNT(IT-IDX)
004970         MOVE "P" TO WS-I-STATUS(IT-IDX)
004980     END-IF
004981*----CASH CROSSING FROM A PARENT TO A BRANCH IS LISTED SO THE
004982*----BRANCH'S STATEMENT CAN BE TIED BACK TO THE PARENT'S CHECK.
004983     IF WS-I-CUST-ID(IT-IDX) NOT = CI-CUST-ID
004984         ADD 1 TO WS-BRANCH-APPL-COUNT
004985         MOVE SPACES TO WS-DETAIL-LINE
004986         MOVE WS-I-CUST-ID(IT-IDX) TO DL-CUST-ID
004987         MOVE WS-TAKE-AMT TO DL-AMOUNT
004988         STRING "APPLIED FROM PARENT " CI-CUST-ID
004989             DELIMITED BY SIZE INTO DL-NOTE
004990         WRITE CASH-RPT-REC FROM WS-DETAIL-LINE
004991     END-IF.
004992 2300-EXIT.
005000     EXIT.
005010
005020*----CASH WITH NOTHING LEFT TO PAY GOES ON AS A CREDIT LINE SO
005100     ADD 1 TO WS-ITEM-COUNT
005110     SET IT-IDX TO WS-ITEM-COUNT
005120     MOVE CI-CUST-ID TO WS-I-CUST-ID(IT-IDX)
005121     MOVE SPACES TO WS-I-INV-NO(IT-IDX)
005122     MOVE 0 TO WS-I-SEQ(IT-IDX)
005123     MOVE "N" TO WS-I-CHG-SW(IT-IDX)
005130     MOVE "UNAPPLIED CASH" TO WS-I-DESC(IT-IDX)
005140     COMPUTE WS-I-AMOUNT(IT-IDX) = 0 - WS-CASH-LEFT
005150     MOVE CI-RCPT-DATE TO WS-I-DATE(IT-IDX)
005160     MOVE 0 TO WS-I-PAID(IT-IDX)
005170     MOVE "O" TO WS-I-STATUS(IT-IDX)
005173     MOVE SPACES TO WS-I-PARENT(IT-IDX)
005176     MOVE CI-RCPT-DATE TO WS-I-DUE(IT-IDX)
005180     ADD WS-CASH-LEFT TO WS-UNAPPLIED-TOTAL
005190     ADD 1 TO WS-UNAPPLIED-COUNT
005200     MOVE SPACES TO WS-DETAIL-LINE
005240     WRITE CASH-RPT-REC FROM WS-DETAIL-LINE.
005250 2400-EXIT.
005260     EXIT.
005261
005262 2450-CHECK-PLACED.
005263     MOVE "N" TO WS-PLACED-SW
005264     IF NOT CUSTMAST-IS-OPEN OR CI-CUST-ID IS NOT NUMERIC
005265         GO TO 2450-EXIT
005266     END-IF
005267     MOVE CI-CUST-ID TO WS-CHK-ID-9
005268     MOVE WS-CHK-ID-9 TO ident
005269     READ CUSTMAST
005270         INVALID KEY
005271             GO TO 2450-EXIT
005272     END-READ
005273     IF placedForCollection
005274         MOVE "Y" TO WS-PLACED-SW
005275     END-IF.
005276 2450-EXIT.
005277     EXIT.
005278
005279*----RECOVERED BAD DEBT GOES TO GLEXTR ON BDEBTGL, CASH AGAINST
005280*----THE ALLOWANCE, AND PRINTS ON THE REGISTER - NO OPEN ITEM.
005281 2600-BOOK-RECOVERY.
005282     IF NOT BDEBTGL-IS-OPEN
005283         OPEN EXTEND BDEBTGL-OUT
005284         IF WS-BDGL-STATUS = "35"
005285             OPEN OUTPUT BDEBTGL-OUT
005286         END-IF
005287         MOVE "Y" TO WS-BDGL-OPEN-SW
005288     END-IF
005289     MOVE SPACES TO BDEBTGL-REC
005290     MOVE CI-RCPT-DATE TO BG-POST-DATE
005291     MOVE CI-CUST-ID TO BG-CUST-ID
005292     MOVE "R" TO BG-TYPE
005293     MOVE WS-CASH-LEFT TO BG-AMOUNT
005294     WRITE BDEBTGL-REC
005295     ADD WS-CASH-LEFT TO WS-RECOV-TOTAL
005296     ADD 1 TO WS-RECOV-COUNT
005297     MOVE SPACES TO WS-DETAIL-LINE
005298     MOVE CI-CUST-ID TO DL-CUST-ID
005299     MOVE WS-CASH-LEFT TO DL-AMOUNT
005300     MOVE "BAD-DEBT RECOVERY - PLACED ACCOUNT" TO DL-NOTE
005301     WRITE CASH-RPT-REC FROM WS-DETAIL-LINE
005302     MOVE 0 TO WS-CASH-LEFT.
005303 2600-EXIT.
005304     EXIT.
005305
005306*----A REMITTED INVOICE PAID WITHIN ITS DISCOUNT DAYS AND SHORT BY
005307*----NO MORE THAN THE DISCOUNT IT EARNED IS SETTLED IN FULL - THE
005308*----SHORTFALL GOES ON STMTIN AS ITS OWN DISCOUNT LINE INSTEAD OF
005309*----STAYING OPEN AND AGING.
005310 2500-CHECK-DISCOUNT.
005311     COMPUTE WS-REMAINING = WS-I-AMOUNT(IT-IDX)
005312         - WS-I-PAID(IT-IDX)
005313     IF WS-REMAINING <= 0
005314         GO TO 2500-EXIT
005315     END-IF
005316     MOVE WS-I-DATE(IT-IDX) TO WS-DT-DATE
005317     IF WS-DT-DATE = 0 OR WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
005318         OR WS-DT-DAY < 1 OR WS-DT-DAY > 31
005319         GO TO 2500-EXIT
005320     END-IF
005321     MOVE WS-DISC-DAYS TO WS-ADD-DAYS
005322     PERFORM 9100-ADD-DAYS THRU 9100-EXIT
005323     IF CI-RCPT-DATE > WS-DT-DATE
005324         GO TO 2500-EXIT
005325     END-IF
005326     COMPUTE WS-DISC-AMT ROUNDED =
005327         WS-I-AMOUNT(IT-IDX) * WS-DISC-PCT / 100
005328     IF WS-REMAINING > WS-DISC-AMT
005329         GO TO 2500-EXIT
005330     END-IF
005331     ADD WS-REMAINING TO WS-I-PAID(IT-IDX)
005332     IF NOT ITEM-IS-NEW(IT-IDX)
005333         MOVE "C" TO WS-I-CHG-SW(IT-IDX)
005334     END-IF
005335     MOVE "P" TO WS-I-STATUS(IT-IDX)
005336     ADD WS-REMAINING TO WS-DISC-TOTAL
005337     ADD 1 TO WS-DISC-COUNT
005338     IF NOT STMTIN-OPEN-FOR-DISC
005339         OPEN EXTEND STMT-LINES
005340         IF WS-STMT-STATUS = "35"
005341             OPEN OUTPUT STMT-LINES
005342         END-IF
005343         MOVE "Y" TO WS-DISC-OPEN-SW
005344     END-IF
005345     MOVE SPACES TO STMT-LINE-REC
005346     MOVE WS-I-CUST-ID(IT-IDX) TO SL-CUST-ID
005347     STRING "DISCOUNT INV " CI-INV-NO DELIMITED BY SIZE
005348         INTO SL-DESCRIPTION
005349     COMPUTE SL-AMOUNT = 0 - WS-REMAINING
005350     MOVE CI-RCPT-DATE TO SL-INV-DATE
005351     WRITE STMT-LINE-REC
005352     MOVE SPACES TO WS-DETAIL-LINE
005353     MOVE WS-I-CUST-ID(IT-IDX) TO DL-CUST-ID
005354     MOVE WS-REMAINING TO DL-AMOUNT
005355     STRING "EARLY-PAYMENT DISCOUNT INV " CI-INV-NO
005356         DELIMITED BY SIZE INTO DL-NOTE
005357     WRITE CASH-RPT-REC FROM WS-DETAIL-LINE.
005358 2500-EXIT.
005359     EXIT.
005360
005361 3000-TERMINATE.
005362     PERFORM 3100-REWRITE-OPEN-ITEMS THRU 3100-EXIT
005363     MOVE "CASH APPLIED        " TO TL-LABEL
005364     MOVE WS-APPLIED-TOTAL TO TL-AMOUNT
005365     WRITE CASH-RPT-REC FROM WS-TOTAL-LINE
005366     MOVE "CASH UNAPPLIED      " TO TL-LABEL
005367     MOVE WS-UNAPPLIED-TOTAL TO TL-AMOUNT
005368     WRITE CASH-RPT-REC FROM WS-TOTAL-LINE
005369     MOVE "DISCOUNTS TAKEN     " TO TL-LABEL
005370     MOVE WS-DISC-TOTAL TO TL-AMOUNT
005371     WRITE CASH-RPT-REC FROM WS-TOTAL-LINE
005372     MOVE "BAD DEBT RECOVERED  " TO TL-LABEL
005373     MOVE WS-RECOV-TOTAL TO TL-AMOUNT
005374     WRITE CASH-RPT-REC FROM WS-TOTAL-LINE
005375     IF BDEBTGL-IS-OPEN
005376         CLOSE BDEBTGL-OUT
005377     END-IF
005378     IF STMTIN-OPEN-FOR-DISC
005379         CLOSE STMT-LINES
005380     END-IF
005381     DISPLAY "CASHRCPT: LINES ABSORBED - " WS-ABSORB-COUNT
005382     DISPLAY "CASHRCPT: OTHER-COMPANY LINES HELD - "
005383         WS-HELD-COUNT
005390     IF CUSTMAST-IS-OPEN
005400         CLOSE CUSTMAST
005410     END-IF
005420     DISPLAY "CASHRCPT: RECEIPTS APPLIED - " WS-RECEIPT-COUNT
005430     DISPLAY "CASHRCPT: UNAPPLIED RECEIPTS - "
005440         WS-UNAPPLIED-COUNT
005441     DISPLAY "CASHRCPT: EARLY-PAYMENT DISCOUNTS TAKEN - "
005442         WS-DISC-COUNT
005443     DISPLAY "CASHRCPT: BAD-DEBT RECOVERIES - " WS-RECOV-COUNT
005444     DISPLAY "CASHRCPT: PARENT CASH TO BRANCH LINES - "
005445         WS-BRANCH-APPL-COUNT
005446     DISPLAY "CASHRCPT: REJECTED - CLOSED PERIOD - " WS-REJ-COUNT
005447     IF CASHREJ-IS-OPEN
005448         CLOSE CASHREJ-OUT
005449         IF RETURN-CODE < 4
005450             MOVE 4 TO RETURN-CODE
005451         END-IF
005452     END-IF
005453*----THE CASH TAKEN IN - APPLIED, UNAPPLIED AND RECOVERED - GOES
005454*----TO THE CONTROL-TOTAL FILE UNLESS THE RUN WAS REFUSED.
005455     IF RETURN-CODE < 8
005456         COMPUTE WS-CTL-READ = WS-RECEIPT-COUNT + WS-REJ-COUNT
005457         MOVE WS-RECEIPT-COUNT TO WS-CTL-WRITTEN
005458         MOVE WS-REJ-COUNT TO WS-CTL-REJECTS
005459         COMPUTE WS-CTL-AMOUNT = WS-APPLIED-TOTAL
005460             + WS-UNAPPLIED-TOTAL + WS-RECOV-TOTAL
005461*----CTLWRIT HANDS BACK ITS OWN ZERO CODE - KEEP THE RUN'S
005462         MOVE RETURN-CODE TO WS-CTL-RC
005463         CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005464             WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005465         MOVE WS-CTL-RC TO RETURN-CODE
005466     END-IF
005467     IF WS-CASH-STATUS = "00" OR WS-CASH-STATUS = "10"
005468         CLOSE CASHIN-IN
005470         CLOSE CASHAPPL-OUT
005480     END-IF
005490     CLOSE CASH-RPT.
005500 3000-EXIT.
005510     EXIT.
005520
005530*----ONLY THE LINES ADDED OR CHANGED THIS RUN GO BACK TO THE
005540*----BOOK - FULLY PAID LINES STAY ON FILE MARKED P FOR THE AUDIT
005550*----TRAIL, BUT THE AGING RUNS SKIP THEM. THE FIRST RUN ON AN
005551*----EMPTY SYSTEM CREATES THE BOOK.
005560 3100-REWRITE-OPEN-ITEMS.
005570     OPEN I-O OPENITEM-IO
005571     IF WS-OPEN-STATUS = "35"
005572         OPEN OUTPUT OPENITEM-IO
005573         CLOSE OPENITEM-IO
005574         OPEN I-O OPENITEM-IO
005575     END-IF
005580     PERFORM 3150-WRITE-ONE-ITEM THRU 3150-EXIT
005590         VARYING IT-IDX FROM 1 BY 1
005600         UNTIL IT-IDX > WS-ITEM-COUNT
005630     EXIT.
005640
005650 3150-WRITE-ONE-ITEM.
005651     IF NOT ITEM-IS-NEW(IT-IDX) AND NOT ITEM-CHANGED(IT-IDX)
005652         GO TO 3150-EXIT
005653     END-IF
005660     MOVE WS-I-CUST-ID(IT-IDX) TO OI-CUST-ID
005661     MOVE WS-I-INV-NO(IT-IDX) TO OI-INV-NO
005662     MOVE WS-I-SEQ(IT-IDX) TO OI-LINE-SEQ
005670     MOVE WS-I-DESC(IT-IDX) TO OI-DESCRIPTION
005680     MOVE WS-I-AMOUNT(IT-IDX) TO OI-AMOUNT
005690     MOVE WS-I-DATE(IT-IDX) TO OI-INV-DATE
005700     MOVE WS-I-PAID(IT-IDX) TO OI-PAID-AMT
005710     MOVE WS-I-STATUS(IT-IDX) TO OI-STATUS
005711     MOVE WS-I-DUE(IT-IDX) TO OI-DUE-DATE
005712     IF ITEM-CHANGED(IT-IDX)
005713         REWRITE OpenItemRec
005714             INVALID KEY
005715                 DISPLAY "CASHRCPT: OPEN ITEM REWRITE FAILED - "
005716                     OI-KEY
005717         END-REWRITE
005718         GO TO 3150-EXIT
005719     END-IF
005720*----A NEW LINE TAKES THE NEXT FREE LINE NUMBER UNDER ITS
005721*----CUSTOMER AND INVOICE
005722     MOVE 1 TO OI-LINE-SEQ
005723     MOVE "N" TO WS-WRITE-DONE-SW
005724     PERFORM 3170-TRY-WRITE THRU 3170-EXIT
005725         UNTIL ITEM-WRITTEN OR OI-LINE-SEQ = 9999.
005726 3150-EXIT.
005727     EXIT.
005728
005729 3170-TRY-WRITE.
005730     WRITE OpenItemRec
005731         INVALID KEY
005732             ADD 1 TO OI-LINE-SEQ
005733         NOT INVALID KEY
005734             MOVE "Y" TO WS-WRITE-DONE-SW
005735     END-WRITE.
005736 3170-EXIT.
005737     EXIT.
005750
005760*----WS-ADD-DAYS CALENDAR DAYS ON FROM WS-DT-DATE, LEFT IN
005770*----WS-DT-DATE
005780 9100-ADD-DAYS.
005790     MOVE 0 TO WS-DAYS-ADDED
005800     PERFORM 9000-NEXT-DAY THRU 9000-EXIT
005810         VARYING WS-DAYS-ADDED FROM 1 BY 1
005820         UNTIL WS-DAYS-ADDED > WS-ADD-DAYS.
005830 9100-EXIT.
005840     EXIT.
005850
005860*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
005870*----AND YEAR
005880 9000-NEXT-DAY.
005890     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
005900     IF WS-DT-DAY < WS-DT-MONTH-END
005910         ADD 1 TO WS-DT-DAY
005920         GO TO 9000-EXIT
005930     END-IF
005940     MOVE 1 TO WS-DT-DAY
005950     IF WS-DT-MONTH < 12
005960         ADD 1 TO WS-DT-MONTH
005970     ELSE
005980         MOVE 1 TO WS-DT-MONTH
005990         ADD 1 TO WS-DT-YEAR
006000     END-IF.
006010 9000-EXIT.
006020     EXIT.
006030
006040*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
006050 9050-MONTH-LENGTH.
006060     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
006070     IF WS-DT-MONTH = 2
006080         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
006090             REMAINDER WS-DT-REM4
006100         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
006110             REMAINDER WS-DT-REM100
006120         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
006130             REMAINDER WS-DT-REM400
006140         IF WS-DT-REM4 = 0
006150             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
006160             MOVE 29 TO WS-DT-MONTH-END
006170         END-IF
006180     END-IF.
006190 9050-EXIT.
006200     EXIT.
