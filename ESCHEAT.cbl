000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ESCHEAT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ANNUAL UNCLAIMED PROPERTY RUN.
000100*                   COLLECTS THREE KINDS OF PROPERTY ONCE IT HAS
000110*                   SAT PAST THE DORMANCY PERIOD THE ESCHRULE
000120*                   TABLE GIVES FOR THE OWNER'S STATE - PAYROLL
000130*                   AND VENDOR CHECKS STILL OUTSTANDING ON
000140*                   CHECKREG, CUSTOMER CREDIT BALANCES ON
000150*                   OPENITEM, AND ACCTBAL CREDIT BALANCES WITH
000160*                   NO OWNER ACTIVITY ON ACCTHIST. THE ESCHDUE
000170*                   DUE-DILIGENCE LETTER LIST PRINTS FIRST BY
000180*                   STATE, THEN THE ESCHOUT HOLDER REPORT FILE
000190*                   IS WRITTEN WITH A HEADER AND TRAILER PER
000200*                   STATE. EVERY REMITTED ITEM IS CLEARED WITH
000210*                   ITS MATCHING ENTRY - A VOIDED LINE ON
000220*                   CHECKREG, AN OFFSETTING STMTIN LINE, OR A
000230*                   DEBIT TO ACCTBAL WITH ITS ACCTHIST RECORD -
000240*                   AND LOGGED ON ESCHHIST, WHICH A RERUN IN
000250*                   THE SAME YEAR CHECKS SO NOTHING IS REPORTED
000260*                   TWICE.
000261*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000262*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000263*                   ORDER.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ESCHRULE-IN ASSIGN TO ESCHRULE
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RULE-STATUS.
000340     SELECT COMPMAST-IN ASSIGN TO COMPMAST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CO-STATUS.
000370     SELECT ESCHHIST-IO ASSIGN TO ESCHHIST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-EH-STATUS.
000400     SELECT CHECKREG-IO ASSIGN TO CHECKREG
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REG-STATUS.
000430     SELECT EMPMAST     ASSIGN TO EMPMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ER-SSnum
000470         FILE STATUS IS WS-EMP-STATUS.
000480     SELECT VENDMAST    ASSIGN TO VENDMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VM-VENDOR-ID
000520         FILE STATUS IS WS-VEND-STATUS.
000530     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ident
000570         FILE STATUS IS WS-CUST-STATUS.
000580     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000581         ORGANIZATION IS INDEXED
000582         ACCESS MODE IS SEQUENTIAL
000583         RECORD KEY IS OI-KEY
000584         ALTERNATE RECORD KEY IS OI-STATUS
000585             WITH DUPLICATES
000600         FILE STATUS IS WS-OPEN-STATUS.
000610     SELECT ACCTHIST-IO ASSIGN TO ACCTHIST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT ACCTBAL-IO  ASSIGN TO ACCTBAL
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AB-IDENT
000680         FILE STATUS IS WS-BAL-STATUS.
000690     SELECT STMT-LINES  ASSIGN TO STMTIN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-STMT-STATUS.
000720     SELECT DUE-RPT     ASSIGN TO ESCHDUE
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT HOLDER-OUT  ASSIGN TO ESCHOUT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT SORT-WORK   ASSIGN TO SORTWK.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----ONE PROPERTY ITEM, SORTED TO STATE ORDER FOR THE FILING.
000810 SD  SORT-WORK.
000820 01  SORT-REC.
000830     05  SR-STATE         PIC X(2).
000840     05  SR-TYPE          PIC X(1).
000850         88  SR-WAGES         VALUE "W".
000860         88  SR-VENDOR-CHECK  VALUE "V".
000870         88  SR-CREDIT-BAL    VALUE "C".
000880         88  SR-ACCOUNT       VALUE "A".
000890     05  SR-KEY           PIC X(15).
000900     05  SR-CHECK-KEY REDEFINES SR-KEY.
000910         10  SR-K-COMPANY PIC X(2).
000920         10  SR-K-CHECK-NO PIC 9(6).
000930         10  SR-K-VENDOR  PIC X(6).
000940         10  FILLER       PIC X(1).
000950     05  SR-ACCT-KEY REDEFINES SR-KEY.
000960         10  SR-K-IDENT   PIC 9(7).
000970         10  FILLER       PIC X(8).
000980     05  SR-OWNER-ID      PIC X(9).
000990     05  SR-NAME          PIC X(30).
001000     05  SR-STREET        PIC X(30).
001010     05  SR-CITY          PIC X(20).
001020     05  SR-OWNER-STATE   PIC X(2).
001030     05  SR-ZIP           PIC X(10).
001040     05  SR-AMOUNT        PIC 9(7)V99.
001050     05  SR-LAST-DATE     PIC 9(8).
001060     05  SR-EMP-ID        PIC X(5).
001070     05  SR-ISSUE-DATE    PIC 9(8).
001080
001090*----DORMANCY YEARS BY OWNER STATE AND KIND OF PROPERTY.
001100 FD  ESCHRULE-IN.
001110 01  ESCHRULE-REC.
001120     05  EU-STATE         PIC X(2).
001130     05  EU-WAGE-YRS      PIC 9(2).
001140     05  EU-VENDOR-YRS    PIC 9(2).
001150     05  EU-CREDIT-YRS    PIC 9(2).
001160     05  EU-ACCT-YRS      PIC 9(2).
001170
001180 FD  COMPMAST-IN.
001190     COPY "COMPANY.cpy".
001200
001210*----EVERY ITEM EVER REMITTED, WITH THE RUN THAT SENT IT.
001220 FD  ESCHHIST-IO.
001230 01  ESCHHIST-REC.
001240     05  EH-RUN-DATE      PIC 9(8).
001250     05  EH-RUN-DATE-R REDEFINES EH-RUN-DATE.
001260         10  EH-RUN-YEAR  PIC 9(4).
001270         10  FILLER       PIC 9(4).
001280     05  EH-TYPE          PIC X(1).
001290     05  EH-KEY           PIC X(15).
001300     05  EH-STATE         PIC X(2).
001310     05  EH-AMOUNT        PIC 9(7)V99.
001320
001330*----SAME REGISTER LAYOUT CHECKREC READS AND REWRITES.
001340 FD  CHECKREG-IO.
001350 01  CHECKREG-REC         PIC X(60).
001360 01  CHECKREG-OUT REDEFINES CHECKREG-REC.
001370     05  CO-EVENT         PIC X(8).
001380     05  FILLER           PIC X(1).
001390     05  CO-CHECK-NO      PIC 9(6).
001400     05  FILLER           PIC X(1).
001410     05  CO-EMP-ID        PIC X(5).
001420     05  FILLER           PIC X(1).
001430     05  CO-AMOUNT        PIC ZZZZZ9.99.
001440     05  FILLER           PIC X(1).
001450     05  CO-FLAG          PIC X(8).
001460     05  FILLER           PIC X(1).
001470     05  CO-DATE          PIC 9(8).
001480     05  FILLER           PIC X(1).
001490     05  CO-COMPANY       PIC X(2).
001500     05  FILLER           PIC X(1).
001510     05  CO-VENDOR-ID     PIC X(6).
001520 01  CHECKREG-DTL REDEFINES CHECKREG-REC.
001530     05  CR-EVENT         PIC X(8).
001540     05  FILLER           PIC X(1).
001550     05  CR-CHECK-NO      PIC X(6).
001560     05  FILLER           PIC X(1).
001570     05  CR-EMP-ID        PIC X(5).
001580     05  FILLER           PIC X(1).
001590     05  CR-AMOUNT        PIC ZZZZZ9.99.
001600     05  FILLER           PIC X(1).
001610     05  CR-FLAG          PIC X(8).
001620     05  FILLER           PIC X(1).
001630     05  CR-DATE          PIC X(8).
001640     05  FILLER           PIC X(1).
001650     05  CR-COMPANY       PIC X(2).
001660     05  FILLER           PIC X(1).
001670     05  CR-VENDOR-ID     PIC X(6).
001680
001690 FD  EMPMAST.
001700     COPY "EMPLOYEE.cpy".
001710
001720 FD  VENDMAST.
001730     COPY "VENDMAST.cpy".
001740
001750 FD  CUSTMAST.
001760     COPY "CUSTOMER.cpy".
001770
001780 FD  OPENITEM-IN.
001790     COPY "OPENITEM.cpy".
001800
001810 FD  ACCTHIST-IO.
001820 01  ACCTHIST-REC.
001830     05  AH-IDENT         PIC 9(7).
001840     05  AH-POST-DATE     PIC 9(8).
001850     05  AH-AMOUNT        PIC S9(6)V99
001860                          SIGN IS LEADING SEPARATE.
001870     05  AH-BALANCE       PIC S9(6)V99
001880                          SIGN IS LEADING SEPARATE.
001890*----T TRANSACTION, I INTEREST, F FEE, E ESCHEAT - BLANK ON
001900*----POSTINGS MADE BEFORE THE SOURCE WAS KEPT.
001910     05  AH-SOURCE        PIC X(1).
001920
001930 FD  ACCTBAL-IO.
001940     COPY "ACCTBAL.cpy".
001950
001960 FD  STMT-LINES.
001970 01  STMT-LINE-REC.
001980     05  SL-CUST-ID       PIC X(7).
001990     05  SL-DESCRIPTION   PIC X(20).
002000     05  SL-AMOUNT        PIC S9(6)V99
002010                          SIGN IS LEADING SEPARATE.
002020     05  SL-INV-DATE      PIC 9(8).
002030
002040 FD  DUE-RPT.
002050 01  DUE-RPT-REC          PIC X(80).
002060
002070*----HOLDER REPORT - H HEADER, D PROPERTY, T TRAILER PER STATE.
002080 FD  HOLDER-OUT.
002090 01  HOLDER-REC           PIC X(160).
002100 01  HOLDER-HDR REDEFINES HOLDER-REC.
002110     05  HH-REC-TYPE      PIC X(1).
002120     05  HH-STATE         PIC X(2).
002130     05  HH-HOLDER-NAME   PIC X(30).
002140     05  HH-HOLDER-FEIN   PIC 9(9).
002150     05  HH-HOLDER-STREET PIC X(30).
002160     05  HH-HOLDER-CITY   PIC X(20).
002170     05  HH-HOLDER-STATE  PIC X(2).
002180     05  HH-HOLDER-ZIP    PIC X(9).
002190     05  HH-REPORT-YEAR   PIC 9(4).
002200     05  FILLER           PIC X(53).
002210 01  HOLDER-DTL REDEFINES HOLDER-REC.
002220     05  HD-REC-TYPE      PIC X(1).
002230     05  HD-STATE         PIC X(2).
002240     05  HD-PROP-TYPE     PIC X(4).
002250     05  HD-OWNER-ID      PIC X(9).
002260     05  HD-OWNER-NAME    PIC X(30).
002270     05  HD-STREET        PIC X(30).
002280     05  HD-CITY          PIC X(20).
002290     05  HD-OWNER-STATE   PIC X(2).
002300     05  HD-ZIP           PIC X(10).
002310     05  HD-AMOUNT        PIC 9(7)V99.
002320     05  HD-LAST-DATE     PIC 9(8).
002330     05  HD-REFERENCE     PIC X(15).
002340     05  FILLER           PIC X(20).
002350 01  HOLDER-TRL REDEFINES HOLDER-REC.
002360     05  HT-REC-TYPE      PIC X(1).
002370     05  HT-STATE         PIC X(2).
002380     05  HT-COUNT         PIC 9(5).
002390     05  HT-TOTAL         PIC 9(9)V99.
002400     05  FILLER           PIC X(141).
002410
002420 WORKING-STORAGE SECTION.
002430 01  WS-RULE-STATUS       PIC X(2) VALUE SPACES.
002440 01  WS-CO-STATUS         PIC X(2) VALUE SPACES.
002450 01  WS-EH-STATUS         PIC X(2) VALUE SPACES.
002460 01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
002470 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
002480 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
002490 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
002500 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
002510 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
002520 01  WS-BAL-STATUS        PIC X(2) VALUE SPACES.
002530 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
002540 01  WS-EOF-SW            PIC X(1) VALUE "N".
002550     88  END-OF-INPUT         VALUE "Y".
002560 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
002570     88  END-OF-SORTED        VALUE "Y".
002580 01  WS-FOUND-SW          PIC X(1) VALUE "N".
002590     88  ROW-FOUND            VALUE "Y".
002600 01  WS-DORMANT-SW        PIC X(1) VALUE "N".
002610     88  PROPERTY-DORMANT     VALUE "Y".
002620 01  WS-VEND-OPEN-SW      PIC X(1) VALUE "N".
002630     88  VENDMAST-OPEN        VALUE "Y".
002640 01  WS-CUST-OPEN-SW      PIC X(1) VALUE "N".
002650     88  CUSTMAST-OPEN        VALUE "Y".
002660 01  WS-BAL-OPEN-SW       PIC X(1) VALUE "N".
002661     88  ACCTBAL-OPEN         VALUE "Y".
002662 01  WS-STATE-OPEN-SW     PIC X(1) VALUE "N".
002663     88  STATE-OPEN           VALUE "Y".
002680 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
002690 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002700     05  WS-RUN-YEAR      PIC 9(4).
002710     05  WS-RUN-MONTH     PIC 9(2).
002720     05  WS-RUN-DAY       PIC 9(2).
002730*----30/360 AGE FROM LAST OWNER ACTIVITY, AS CHECKREC AGES.
002740 01  WS-LAST-DATE         PIC 9(8) VALUE 0.
002750 01  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
002760     05  WS-LAST-YEAR     PIC 9(4).
002770     05  WS-LAST-MONTH    PIC 9(2).
002780     05  WS-LAST-DAY      PIC 9(2).
002790 01  WS-AGE-DAYS          PIC S9(7) VALUE 0.
002800 01  WS-DORM-YEARS        PIC 9(2) VALUE 0.
002810*----OWNER STATE AND THE DORMANCY YEARS IT CALLS FOR. A STATE
002820*----NOT ON ESCHRULE TAKES THE DEFAULTS; AN OWNER WITH NO
002830*----KNOWN STATE BELONGS TO THE HOLDER'S STATE.
002840 01  WS-OWNER-STATE       PIC X(2) VALUE SPACES.
002850 01  WS-WAGE-YRS          PIC 9(2) VALUE 0.
002860 01  WS-VENDOR-YRS        PIC 9(2) VALUE 0.
002870 01  WS-CREDIT-YRS        PIC 9(2) VALUE 0.
002880 01  WS-ACCT-YRS          PIC 9(2) VALUE 0.
002890 01  WS-DEFAULT-WAGE-YRS  PIC 9(2) VALUE 1.
002900 01  WS-DEFAULT-OTHER-YRS PIC 9(2) VALUE 3.
002910 01  WS-WORK-CUST-ID      PIC X(7) VALUE SPACES.
002920 01  WS-WORK-IDENT        PIC 9(7) VALUE 0.
002930 01  WS-WORK-KEY          PIC X(15) VALUE SPACES.
002940 01  WS-WORK-TYPE         PIC X(1) VALUE SPACE.
002950 01  WS-WORK-EMP-ID       PIC X(5) VALUE SPACES.
002960 01  WS-REMAINING         PIC S9(7)V99 VALUE 0.
002970 01  WS-SL-ID-9           PIC 9(7) VALUE 0.
002980 01  WS-HOLD-IX           PIC 9(4) COMP VALUE 0.
002990 01  WS-CHECK-NO-9        PIC 9(6) VALUE 0.
003000 01  WS-RULE-COUNT        PIC 9(3) COMP VALUE 0.
003010 01  WS-CHECK-COUNT       PIC 9(4) COMP VALUE 0.
003020 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
003030 01  WS-CUST-COUNT        PIC 9(4) COMP VALUE 0.
003040 01  WS-ACCT-COUNT        PIC 9(4) COMP VALUE 0.
003050 01  WS-DONE-COUNT        PIC 9(4) COMP VALUE 0.
003060 01  WS-PRIOR-STATE       PIC X(2) VALUE SPACES.
003070 01  WS-STATE-COUNT       PIC 9(5) VALUE 0.
003080 01  WS-STATE-TOTAL       PIC 9(9)V99 VALUE 0.
003090 01  WS-ITEM-COUNT        PIC 9(5) COMP VALUE 0.
003100 01  WS-ITEM-TOTAL        PIC 9(9)V99 VALUE 0.
003110 01  WS-SKIPPED-COUNT     PIC 9(5) COMP VALUE 0.
003120*----THE HOLDER - THE ORIGINAL COMPANY'S COMPMAST ROW.
003130 01  WS-HOLDER.
003140     05  WS-HOLDER-NAME   PIC X(30) VALUE SPACES.
003150     05  WS-HOLDER-FEIN   PIC 9(9) VALUE 0.
003160     05  WS-HOLDER-STREET PIC X(30) VALUE SPACES.
003170     05  WS-HOLDER-CITY   PIC X(20) VALUE SPACES.
003180     05  WS-HOLDER-STATE  PIC X(2) VALUE SPACES.
003190     05  WS-HOLDER-ZIP    PIC X(9) VALUE SPACES.
003200 01  WS-RULE-TABLE.
003210     05  WS-RULE-ENTRY    OCCURS 60 TIMES
003220                          INDEXED BY RU-IDX.
003230         10  WS-U-STATE   PIC X(2).
003240         10  WS-U-WAGE-YRS PIC 9(2).
003250         10  WS-U-VENDOR-YRS PIC 9(2).
003260         10  WS-U-CREDIT-YRS PIC 9(2).
003270         10  WS-U-ACCT-YRS PIC 9(2).
003280*----ITEMS ALREADY REMITTED IN THIS RUN'S YEAR.
003290 01  WS-DONE-TABLE.
003300     05  WS-DONE-ENTRY    OCCURS 999 TIMES
003310                          INDEXED BY DN-IDX.
003320         10  WS-D-TYPE    PIC X(1).
003330         10  WS-D-KEY     PIC X(15).
003340*----EVERY CHECK ON THE REGISTER WITH ITS LIFE-CYCLE STATE.
003350 01  WS-CHECK-TABLE.
003360     05  WS-CHECK-ENTRY   OCCURS 999 TIMES
003370                          INDEXED BY CK-IDX.
003380         10  WS-K-CHECK-NO PIC 9(6).
003390         10  WS-K-EMP-ID  PIC X(5).
003400         10  WS-K-AMOUNT  PIC 9(6)V99.
003410         10  WS-K-DATE    PIC 9(8).
003420         10  WS-K-COMPANY PIC X(2).
003430         10  WS-K-VENDOR-ID PIC X(6).
003440         10  WS-K-STATE   PIC X(1).
003450             88  CHECK-OUTSTANDING VALUE "O".
003460             88  CHECK-VOIDED      VALUE "V".
003470*----PAYROLL ID TO NAME AND WORK STATE - EMPMAST IS KEYED BY
003480*----SSN, THE REGISTER CARRIES THE SHORT ID.
003490 01  WS-EMP-TABLE.
003500     05  WS-EMP-ENTRY     OCCURS 999 TIMES
003510                          INDEXED BY EM-IDX.
003520         10  WS-E-EMP-ID  PIC X(5).
003530         10  WS-E-NAME    PIC X(30).
003540         10  WS-E-STATE   PIC X(2).
003550*----NET OPEN BALANCE AND LATEST ACTIVITY PER CUSTOMER.
003560 01  WS-CUST-TABLE.
003570     05  WS-CUST-ENTRY    OCCURS 999 TIMES
003580                          INDEXED BY CU-IDX.
003590         10  WS-C-CUST-ID PIC X(7).
003600         10  WS-C-BALANCE PIC S9(8)V99.
003610         10  WS-C-LAST-DATE PIC 9(8).
003620*----LATEST OWNER POSTING PER ACCTBAL ACCOUNT.
003630 01  WS-ACCT-TABLE.
003640     05  WS-ACCT-ENTRY    OCCURS 999 TIMES
003650                          INDEXED BY AC-IDX.
003660         10  WS-A-IDENT   PIC 9(7).
003670         10  WS-A-LAST-DATE PIC 9(8).
003680 01  WS-TITLE-LINE.
003690     05  FILLER           PIC X(38)
003700         VALUE "UNCLAIMED PROPERTY DUE DILIGENCE LIST ".
003710     05  TT-RUN-DATE      PIC 9(8).
003720 01  WS-COLUMN-LINE.
003730     05  FILLER           PIC X(40)
003740         VALUE "ST TYPE  OWNER     NAME                ".
003750     05  FILLER           PIC X(40)
003760         VALUE "          AMOUNT LAST ACT  REFERENCE".
003770 01  WS-DUE-LINE.
003780     05  DL-STATE         PIC X(2).
003790     05  FILLER           PIC X(1) VALUE SPACE.
003800     05  DL-TYPE          PIC X(5).
003810     05  FILLER           PIC X(1) VALUE SPACE.
003820     05  DL-OWNER-ID      PIC X(9).
003830     05  FILLER           PIC X(1) VALUE SPACE.
003840     05  DL-NAME          PIC X(25).
003850     05  FILLER           PIC X(1) VALUE SPACE.
003860     05  DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
003870     05  FILLER           PIC X(1) VALUE SPACE.
003880     05  DL-LAST-DATE     PIC 9(8).
003890     05  FILLER           PIC X(1) VALUE SPACE.
003900     05  DL-REFERENCE     PIC X(12).
003910 01  WS-ADDR-LINE.
003920     05  FILLER           PIC X(19) VALUE SPACES.
003930     05  AL-STREET        PIC X(30).
003940     05  FILLER           PIC X(1) VALUE SPACE.
003950     05  AL-CITY          PIC X(20).
003960     05  FILLER           PIC X(1) VALUE SPACE.
003970     05  AL-STATE         PIC X(2).
003980     05  FILLER           PIC X(1) VALUE SPACE.
003990     05  AL-ZIP           PIC X(6).
004000 01  WS-STATE-LINE.
004010     05  FILLER           PIC X(10) VALUE "  STATE   ".
004020     05  ST-STATE         PIC X(2).
004030     05  FILLER           PIC X(8) VALUE "  ITEMS ".
004040     05  ST-COUNT         PIC ZZZZ9.
004050     05  FILLER           PIC X(9) VALUE "  AMOUNT ".
004060     05  ST-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
004070 01  WS-TOTAL-LINE.
004080     05  FILLER           PIC X(20)
004090                          VALUE "TOTAL TO BE REMITTED".
004100     05  TL-COUNT         PIC ZZZZ9.
004110     05  FILLER           PIC X(2) VALUE SPACES.
004120     05  TL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
004130
004140 PROCEDURE DIVISION.
004150 0000-MAINLINE.
004160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004170     PERFORM 1600-LOAD-CHECKS THRU 1600-EXIT
004180     PERFORM 1700-LOAD-CREDITS THRU 1700-EXIT
004190     PERFORM 1800-LOAD-ACCT-ACTIVITY THRU 1800-EXIT
004200     SORT SORT-WORK
004210         ON ASCENDING KEY SR-STATE SR-TYPE SR-OWNER-ID
004220         INPUT PROCEDURE IS 3000-SELECT-PROPERTY
004230             THRU 3000-EXIT
004240         OUTPUT PROCEDURE IS 4000-REPORT-AND-CLEAR
004250             THRU 4000-EXIT
004260     PERFORM 5000-TERMINATE THRU 5000-EXIT
004270     GOBACK.
004280
004290 1000-INITIALIZE.
004300     CALL "GETBDATE" USING WS-RUN-DATE
004310     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
004320     PERFORM 1200-LOAD-HOLDER THRU 1200-EXIT
004330     PERFORM 1300-LOAD-REMITTED THRU 1300-EXIT
004340     PERFORM 1400-LOAD-EMPLOYEES THRU 1400-EXIT
004350     OPEN INPUT VENDMAST
004360     IF WS-VEND-STATUS = "00"
004370         MOVE "Y" TO WS-VEND-OPEN-SW
004380     ELSE
004390         DISPLAY "ESCHEAT: NO VENDMAST - VENDOR CHECKS GO TO "
004400             "THE HOLDER'S STATE"
004410     END-IF
004420     OPEN INPUT CUSTMAST
004430     IF WS-CUST-STATUS = "00"
004440         MOVE "Y" TO WS-CUST-OPEN-SW
004450     ELSE
004460         DISPLAY "ESCHEAT: NO CUSTMAST - CUSTOMER PROPERTY "
004470             "GOES TO THE HOLDER'S STATE"
004480     END-IF.
004490 1000-EXIT.
004500     EXIT.
004510
004520 1100-LOAD-RULES.
004530     OPEN INPUT ESCHRULE-IN
004540     IF WS-RULE-STATUS NOT = "00"
004550         DISPLAY "ESCHEAT: NO ESCHRULE TABLE - DEFAULT "
004560             "DORMANCY USED FOR EVERY STATE"
004570         GO TO 1100-EXIT
004580     END-IF
004590     MOVE "N" TO WS-EOF-SW
004600     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
004610         UNTIL END-OF-INPUT
004620     CLOSE ESCHRULE-IN.
004630 1100-EXIT.
004640     EXIT.
004650
004660 1150-LOAD-ONE-RULE.
004670     READ ESCHRULE-IN
004680         AT END MOVE "Y" TO WS-EOF-SW
004690     END-READ
004700     IF END-OF-INPUT
004710         GO TO 1150-EXIT
004720     END-IF
004730     IF WS-RULE-COUNT >= 60
004740         DISPLAY "ESCHEAT: MORE THAN 60 ESCHRULE ROWS - "
004750             "REST IGNORED"
004760         MOVE "Y" TO WS-EOF-SW
004770         GO TO 1150-EXIT
004780     END-IF
004790     ADD 1 TO WS-RULE-COUNT
004800     SET RU-IDX TO WS-RULE-COUNT
004810     MOVE EU-STATE TO WS-U-STATE(RU-IDX)
004820     MOVE EU-WAGE-YRS TO WS-U-WAGE-YRS(RU-IDX)
004830     MOVE EU-VENDOR-YRS TO WS-U-VENDOR-YRS(RU-IDX)
004840     MOVE EU-CREDIT-YRS TO WS-U-CREDIT-YRS(RU-IDX)
004850     MOVE EU-ACCT-YRS TO WS-U-ACCT-YRS(RU-IDX).
004860 1150-EXIT.
004870     EXIT.
004880
004890*----THE ORIGINAL COMPANY (CODE SPACES) IS THE HOLDER OF RECORD.
004900 1200-LOAD-HOLDER.
004910     OPEN INPUT COMPMAST-IN
004920     IF WS-CO-STATUS NOT = "00"
004930         DISPLAY "ESCHEAT: NO COMPMAST - HOLDER DETAILS BLANK"
004940         GO TO 1200-EXIT
004950     END-IF
004960     MOVE "N" TO WS-EOF-SW
004970     MOVE "N" TO WS-FOUND-SW
004980     PERFORM 1250-READ-ONE-COMPANY THRU 1250-EXIT
004990         UNTIL END-OF-INPUT OR ROW-FOUND
005000     CLOSE COMPMAST-IN.
005010 1200-EXIT.
005020     EXIT.
005030
005040 1250-READ-ONE-COMPANY.
005050     READ COMPMAST-IN
005060         AT END MOVE "Y" TO WS-EOF-SW
005070     END-READ
005080     IF NOT END-OF-INPUT AND CO-CODE = SPACES
005090         MOVE "Y" TO WS-FOUND-SW
005100         MOVE CO-NAME TO WS-HOLDER-NAME
005110         MOVE CO-FEIN TO WS-HOLDER-FEIN
005120         MOVE CO-STREET TO WS-HOLDER-STREET
005130         MOVE CO-CITY TO WS-HOLDER-CITY
005140         MOVE CO-STATE TO WS-HOLDER-STATE
005150         MOVE CO-ZIP TO WS-HOLDER-ZIP
005160     END-IF.
005170 1250-EXIT.
005180     EXIT.
005190
005200*----AN ITEM REMITTED EARLIER THIS YEAR IS NOT SENT AGAIN, EVEN
005210*----IF ITS CLEARING ENTRY HAS NOT BEEN ABSORBED YET.
005220 1300-LOAD-REMITTED.
005230     OPEN INPUT ESCHHIST-IO
005240     IF WS-EH-STATUS NOT = "00"
005250         GO TO 1300-EXIT
005260     END-IF
005270     MOVE "N" TO WS-EOF-SW
005280     PERFORM 1350-LOAD-ONE-REMITTED THRU 1350-EXIT
005290         UNTIL END-OF-INPUT
005300     CLOSE ESCHHIST-IO.
005310 1300-EXIT.
005320     EXIT.
005330
005340 1350-LOAD-ONE-REMITTED.
005350     READ ESCHHIST-IO
005360         AT END MOVE "Y" TO WS-EOF-SW
005370     END-READ
005380     IF END-OF-INPUT OR EH-RUN-YEAR NOT = WS-RUN-YEAR
005390         GO TO 1350-EXIT
005400     END-IF
005410     IF WS-DONE-COUNT >= 999
005420         DISPLAY "ESCHEAT: MORE THAN 999 ITEMS REMITTED THIS "
005430             "YEAR - RUN ABANDONED"
005440         MOVE 12 TO RETURN-CODE
005450         STOP RUN
005460     END-IF
005470     ADD 1 TO WS-DONE-COUNT
005480     SET DN-IDX TO WS-DONE-COUNT
005490     MOVE EH-TYPE TO WS-D-TYPE(DN-IDX)
005500     MOVE EH-KEY TO WS-D-KEY(DN-IDX).
005510 1350-EXIT.
005520     EXIT.
005530
005540 1400-LOAD-EMPLOYEES.
005550     OPEN INPUT EMPMAST
005560     IF WS-EMP-STATUS NOT = "00"
005570         DISPLAY "ESCHEAT: NO EMPMAST - PAYROLL CHECKS GO TO "
005580             "THE HOLDER'S STATE"
005590         GO TO 1400-EXIT
005600     END-IF
005610     MOVE "N" TO WS-EOF-SW
005620     MOVE LOW-VALUES TO ER-SSnum
005630     START EMPMAST KEY IS NOT LESS THAN ER-SSnum
005640         INVALID KEY MOVE "Y" TO WS-EOF-SW
005650     END-START
005660     PERFORM 1450-LOAD-ONE-EMPLOYEE THRU 1450-EXIT
005670         UNTIL END-OF-INPUT
005680     CLOSE EMPMAST.
005690 1400-EXIT.
005700     EXIT.
005710
005720 1450-LOAD-ONE-EMPLOYEE.
005730     READ EMPMAST NEXT RECORD
005740         AT END MOVE "Y" TO WS-EOF-SW
005750     END-READ
005760     IF END-OF-INPUT
005770         GO TO 1450-EXIT
005780     END-IF
005790     IF WS-EMP-COUNT >= 999
005800         DISPLAY "ESCHEAT: MORE THAN 999 EMPLOYEES - RUN "
005810             "ABANDONED, SPLIT THE INPUT"
005820         MOVE 12 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850     ADD 1 TO WS-EMP-COUNT
005860     SET EM-IDX TO WS-EMP-COUNT
005870     MOVE ER-EMP-ID TO WS-E-EMP-ID(EM-IDX)
005880     MOVE ER-NAME TO WS-E-NAME(EM-IDX)
005890     MOVE ER-WORK-STATE TO WS-E-STATE(EM-IDX).
005900 1450-EXIT.
005910     EXIT.
005920
005930*----REGISTER ORDER IS EVENT ORDER - AN ISSUE OPENS A CHECK, A
005940*----VOID IN THE SAME COMPANY AND SERIES CLOSES IT, AS CHECKREC
005950*----READS IT. A CHECK ALREADY ESCHEATED CARRIES ITS VOID.
005960 1600-LOAD-CHECKS.
005970     OPEN INPUT CHECKREG-IO
005980     IF WS-REG-STATUS NOT = "00"
005990         DISPLAY "ESCHEAT: NO CHECK REGISTER - NO CHECKS "
006000             "THIS RUN"
006010         GO TO 1600-EXIT
006020     END-IF
006030     MOVE "N" TO WS-EOF-SW
006040     PERFORM 1650-LOAD-ONE-EVENT THRU 1650-EXIT
006050         UNTIL END-OF-INPUT
006060     CLOSE CHECKREG-IO.
006070 1600-EXIT.
006080     EXIT.
006090
006100 1650-LOAD-ONE-EVENT.
006110     READ CHECKREG-IO
006120         AT END MOVE "Y" TO WS-EOF-SW
006130     END-READ
006140     IF END-OF-INPUT OR CR-CHECK-NO IS NOT NUMERIC
006150         GO TO 1650-EXIT
006160     END-IF
006170     MOVE CR-CHECK-NO TO WS-CHECK-NO-9
006180     IF CR-EVENT = "ISSUED" OR CR-EVENT = "REISSUED"
006190         IF WS-CHECK-COUNT >= 999
006200             DISPLAY "ESCHEAT: MORE THAN 999 CHECKS - RUN "
006210                 "ABANDONED, SPLIT THE REGISTER"
006220             MOVE 12 TO RETURN-CODE
006230             STOP RUN
006240         END-IF
006250         ADD 1 TO WS-CHECK-COUNT
006260         SET CK-IDX TO WS-CHECK-COUNT
006270         MOVE WS-CHECK-NO-9 TO WS-K-CHECK-NO(CK-IDX)
006280         MOVE CR-EMP-ID TO WS-K-EMP-ID(CK-IDX)
006290         MOVE CR-AMOUNT TO WS-K-AMOUNT(CK-IDX)
006300         MOVE 0 TO WS-K-DATE(CK-IDX)
006310         IF CR-DATE IS NUMERIC
006320             MOVE CR-DATE TO WS-K-DATE(CK-IDX)
006330         END-IF
006340         MOVE CR-COMPANY TO WS-K-COMPANY(CK-IDX)
006350         MOVE CR-VENDOR-ID TO WS-K-VENDOR-ID(CK-IDX)
006360         MOVE "O" TO WS-K-STATE(CK-IDX)
006370         GO TO 1650-EXIT
006380     END-IF
006390     IF CR-EVENT = "VOIDED" AND WS-CHECK-COUNT > 0
006400         MOVE "N" TO WS-FOUND-SW
006410         PERFORM 1680-MATCH-VOID THRU 1680-EXIT
006420             VARYING CK-IDX FROM 1 BY 1
006430             UNTIL CK-IDX > WS-CHECK-COUNT OR ROW-FOUND
006440     END-IF.
006450 1650-EXIT.
006460     EXIT.
006470
006480 1680-MATCH-VOID.
006490     IF WS-K-CHECK-NO(CK-IDX) = WS-CHECK-NO-9
006500             AND WS-K-COMPANY(CK-IDX) = CR-COMPANY
006510             AND WS-K-VENDOR-ID(CK-IDX) = CR-VENDOR-ID
006520             AND CHECK-OUTSTANDING(CK-IDX)
006530         MOVE "Y" TO WS-FOUND-SW
006540         MOVE "V" TO WS-K-STATE(CK-IDX)
006550     END-IF.
006560 1680-EXIT.
006570     EXIT.
006580
006590*----NET OPEN BALANCE PER CUSTOMER, AS CUSTRFND NETS IT, AND
006600*----THE LATEST DATE ON ANY OF THE CUSTOMER'S LINES, OPEN OR
006610*----CLOSED, AS THE LAST SIGN OF THE CUSTOMER.
006620 1700-LOAD-CREDITS.
006630     OPEN INPUT OPENITEM-IN
006640     IF WS-OPEN-STATUS NOT = "00"
006650         DISPLAY "ESCHEAT: NO OPENITEM FILE - NO CREDIT "
006660             "BALANCES THIS RUN"
006670         GO TO 1700-EXIT
006680     END-IF
006690     MOVE "N" TO WS-EOF-SW
006700     PERFORM 1750-LOAD-ONE-ITEM THRU 1750-EXIT
006710         UNTIL END-OF-INPUT
006720     CLOSE OPENITEM-IN.
006730 1700-EXIT.
006740     EXIT.
006750
006760 1750-LOAD-ONE-ITEM.
006770     READ OPENITEM-IN
006780         AT END MOVE "Y" TO WS-EOF-SW
006790     END-READ
006800     IF END-OF-INPUT
006810         GO TO 1750-EXIT
006820     END-IF
006830     MOVE "N" TO WS-FOUND-SW
006840     MOVE 0 TO WS-HOLD-IX
006850     IF WS-CUST-COUNT > 0
006860         PERFORM 1780-MATCH-ONE-CUST THRU 1780-EXIT
006870             VARYING CU-IDX FROM 1 BY 1
006880             UNTIL CU-IDX > WS-CUST-COUNT OR ROW-FOUND
006890     END-IF
006900     IF NOT ROW-FOUND
006910         IF WS-CUST-COUNT >= 999
006920             DISPLAY "ESCHEAT: MORE THAN 999 CUSTOMERS - RUN "
006930                 "ABANDONED, SPLIT THE INPUT"
006940             MOVE 12 TO RETURN-CODE
006950             STOP RUN
006960         END-IF
006970         ADD 1 TO WS-CUST-COUNT
006980         MOVE WS-CUST-COUNT TO WS-HOLD-IX
006990         SET CU-IDX TO WS-HOLD-IX
007000         MOVE OI-CUST-ID TO WS-C-CUST-ID(CU-IDX)
007010         MOVE 0 TO WS-C-BALANCE(CU-IDX)
007020         MOVE 0 TO WS-C-LAST-DATE(CU-IDX)
007030     END-IF
007040     SET CU-IDX TO WS-HOLD-IX
007050     IF OI-INV-DATE > WS-C-LAST-DATE(CU-IDX)
007060         MOVE OI-INV-DATE TO WS-C-LAST-DATE(CU-IDX)
007070     END-IF
007080     IF OI-IS-OPEN
007090         COMPUTE WS-REMAINING = OI-AMOUNT - OI-PAID-AMT
007100         ADD WS-REMAINING TO WS-C-BALANCE(CU-IDX)
007110     END-IF.
007120 1750-EXIT.
007130     EXIT.
007140
007150 1780-MATCH-ONE-CUST.
007160     IF WS-C-CUST-ID(CU-IDX) = OI-CUST-ID
007170         MOVE "Y" TO WS-FOUND-SW
007180         SET WS-HOLD-IX TO CU-IDX
007190     END-IF.
007200 1780-EXIT.
007210     EXIT.
007220
007230*----THE LATEST OWNER POSTING PER ACCOUNT - INTEREST, FEES
007240*----AND EARLIER ESCHEAT DEBITS ARE OUR OWN AND DO NOT COUNT.
007250 1800-LOAD-ACCT-ACTIVITY.
007260     OPEN INPUT ACCTHIST-IO
007270     IF WS-HIST-STATUS NOT = "00"
007280         DISPLAY "ESCHEAT: NO ACCTHIST - NO DORMANT ACCOUNTS "
007290             "THIS RUN"
007300         GO TO 1800-EXIT
007310     END-IF
007320     MOVE "N" TO WS-EOF-SW
007330     PERFORM 1850-LOAD-ONE-POSTING THRU 1850-EXIT
007340         UNTIL END-OF-INPUT
007350     CLOSE ACCTHIST-IO.
007360 1800-EXIT.
007370     EXIT.
007380
007390 1850-LOAD-ONE-POSTING.
007400     READ ACCTHIST-IO
007410         AT END MOVE "Y" TO WS-EOF-SW
007420     END-READ
007430     IF END-OF-INPUT
007440         GO TO 1850-EXIT
007450     END-IF
007460     IF AH-SOURCE = "I" OR AH-SOURCE = "F" OR AH-SOURCE = "E"
007470         GO TO 1850-EXIT
007480     END-IF
007490     MOVE AH-IDENT TO WS-WORK-IDENT
007500     PERFORM 2800-FIND-ACCT-ROW THRU 2800-EXIT
007510     IF NOT ROW-FOUND
007520         IF WS-ACCT-COUNT >= 999
007530             DISPLAY "ESCHEAT: MORE THAN 999 ACCOUNTS - RUN "
007540                 "ABANDONED, SPLIT THE INPUT"
007550             MOVE 12 TO RETURN-CODE
007560             STOP RUN
007570         END-IF
007580         ADD 1 TO WS-ACCT-COUNT
007590         MOVE WS-ACCT-COUNT TO WS-HOLD-IX
007600         SET AC-IDX TO WS-HOLD-IX
007610         MOVE AH-IDENT TO WS-A-IDENT(AC-IDX)
007620         MOVE 0 TO WS-A-LAST-DATE(AC-IDX)
007630     END-IF
007640     SET AC-IDX TO WS-HOLD-IX
007650     IF AH-POST-DATE > WS-A-LAST-DATE(AC-IDX)
007660         MOVE AH-POST-DATE TO WS-A-LAST-DATE(AC-IDX)
007670     END-IF.
007680 1850-EXIT.
007690     EXIT.
007700
007710*----DORMANCY YEARS FOR WS-OWNER-STATE, BLANK STATE BEING THE
007720*----HOLDER'S OWN.
007730 2000-FIND-RULE.
007740     IF WS-OWNER-STATE = SPACES
007750         MOVE WS-HOLDER-STATE TO WS-OWNER-STATE
007760     END-IF
007770     MOVE WS-DEFAULT-WAGE-YRS TO WS-WAGE-YRS
007780     MOVE WS-DEFAULT-OTHER-YRS TO WS-VENDOR-YRS
007790     MOVE WS-DEFAULT-OTHER-YRS TO WS-CREDIT-YRS
007800     MOVE WS-DEFAULT-OTHER-YRS TO WS-ACCT-YRS
007810     MOVE "N" TO WS-FOUND-SW
007820     IF WS-RULE-COUNT > 0
007830         PERFORM 2050-MATCH-ONE-RULE THRU 2050-EXIT
007840             VARYING RU-IDX FROM 1 BY 1
007850             UNTIL RU-IDX > WS-RULE-COUNT OR ROW-FOUND
007860     END-IF.
007870 2000-EXIT.
007880     EXIT.
007890
007900 2050-MATCH-ONE-RULE.
007910     IF WS-U-STATE(RU-IDX) = WS-OWNER-STATE
007920         MOVE "Y" TO WS-FOUND-SW
007930         MOVE WS-U-WAGE-YRS(RU-IDX) TO WS-WAGE-YRS
007940         MOVE WS-U-VENDOR-YRS(RU-IDX) TO WS-VENDOR-YRS
007950         MOVE WS-U-CREDIT-YRS(RU-IDX) TO WS-CREDIT-YRS
007960         MOVE WS-U-ACCT-YRS(RU-IDX) TO WS-ACCT-YRS
007970     END-IF.
007980 2050-EXIT.
007990     EXIT.
008000
008010*----DORMANT WHEN WS-LAST-DATE IS AT LEAST WS-DORM-YEARS OF
008020*----360 DAYS BEFORE THE RUN DATE. AN UNDATED ITEM NEVER IS.
008030 2100-DORMANT-TEST.
008040     MOVE "N" TO WS-DORMANT-SW
008050     IF WS-LAST-DATE = 0
008060         GO TO 2100-EXIT
008070     END-IF
008080     COMPUTE WS-AGE-DAYS =
008090         ((WS-RUN-YEAR - WS-LAST-YEAR) * 360)
008100         + ((WS-RUN-MONTH - WS-LAST-MONTH) * 30)
008110         + (WS-RUN-DAY - WS-LAST-DAY)
008120     IF WS-AGE-DAYS >= WS-DORM-YEARS * 360
008130         MOVE "Y" TO WS-DORMANT-SW
008140     END-IF.
008150 2100-EXIT.
008160     EXIT.
008170
008180*----WS-WORK-TYPE AND WS-WORK-KEY ALREADY ON ESCHHIST THIS YEAR
008190 2200-FIND-REMITTED.
008200     MOVE "N" TO WS-FOUND-SW
008210     IF WS-DONE-COUNT > 0
008220         PERFORM 2250-MATCH-ONE-DONE THRU 2250-EXIT
008230             VARYING DN-IDX FROM 1 BY 1
008240             UNTIL DN-IDX > WS-DONE-COUNT OR ROW-FOUND
008250     END-IF.
008260 2200-EXIT.
008270     EXIT.
008280
008290 2250-MATCH-ONE-DONE.
008300     IF WS-D-TYPE(DN-IDX) = WS-WORK-TYPE
008310             AND WS-D-KEY(DN-IDX) = WS-WORK-KEY
008320         MOVE "Y" TO WS-FOUND-SW
008330     END-IF.
008340 2250-EXIT.
008350     EXIT.
008360
008370*----OWNER NAME AND ADDRESS FROM CUSTMAST FOR WS-WORK-CUST-ID.
008380 2300-GET-CUSTOMER.
008390     MOVE SPACES TO SR-NAME SR-STREET SR-CITY SR-OWNER-STATE
008400         SR-ZIP
008410     IF NOT CUSTMAST-OPEN OR WS-WORK-CUST-ID IS NOT NUMERIC
008420         GO TO 2300-EXIT
008430     END-IF
008440     MOVE WS-WORK-CUST-ID TO ident
008450     READ CUSTMAST
008460         INVALID KEY
008470             GO TO 2300-EXIT
008480     END-READ
008490     MOVE custName TO SR-NAME
008500     MOVE streetAddress TO SR-STREET
008510     MOVE city TO SR-CITY
008520     MOVE stateCode TO SR-OWNER-STATE
008530     MOVE postalCode TO SR-ZIP.
008540 2300-EXIT.
008550     EXIT.
008560
008570 2800-FIND-ACCT-ROW.
008580     MOVE "N" TO WS-FOUND-SW
008590     MOVE 0 TO WS-HOLD-IX
008600     IF WS-ACCT-COUNT > 0
008610         PERFORM 2850-MATCH-ONE-ACCT THRU 2850-EXIT
008620             VARYING AC-IDX FROM 1 BY 1
008630             UNTIL AC-IDX > WS-ACCT-COUNT OR ROW-FOUND
008640     END-IF.
008650 2800-EXIT.
008660     EXIT.
008670
008680 2850-MATCH-ONE-ACCT.
008690     IF WS-A-IDENT(AC-IDX) = WS-WORK-IDENT
008700         MOVE "Y" TO WS-FOUND-SW
008710         SET WS-HOLD-IX TO AC-IDX
008720     END-IF.
008730 2850-EXIT.
008740     EXIT.
008750
008760*================================================================
008770* SORT INPUT - EVERY DORMANT ITEM NOT ALREADY REMITTED THIS YEAR
008780*================================================================
008790 3000-SELECT-PROPERTY.
008800     IF WS-CHECK-COUNT > 0
008810         PERFORM 3100-SELECT-ONE-CHECK THRU 3100-EXIT
008820             VARYING CK-IDX FROM 1 BY 1
008830             UNTIL CK-IDX > WS-CHECK-COUNT
008840     END-IF
008850     IF WS-CUST-COUNT > 0
008860         PERFORM 3200-SELECT-ONE-CREDIT THRU 3200-EXIT
008870             VARYING CU-IDX FROM 1 BY 1
008880             UNTIL CU-IDX > WS-CUST-COUNT
008890     END-IF
008900     PERFORM 3300-SELECT-ACCOUNTS THRU 3300-EXIT.
008910 3000-EXIT.
008920     EXIT.
008930
008940*----A PAYROLL CHECK BELONGS TO THE EMPLOYEE'S WORK STATE, A
008950*----VENDOR CHECK TO THE VENDOR'S REMIT-TO STATE.
008960 3100-SELECT-ONE-CHECK.
008970     IF NOT CHECK-OUTSTANDING(CK-IDX)
008980         GO TO 3100-EXIT
008990     END-IF
009000     MOVE SPACES TO SORT-REC
009010     MOVE WS-K-COMPANY(CK-IDX) TO SR-K-COMPANY
009020     MOVE WS-K-CHECK-NO(CK-IDX) TO SR-K-CHECK-NO
009030     MOVE WS-K-VENDOR-ID(CK-IDX) TO SR-K-VENDOR
009040     IF WS-K-VENDOR-ID(CK-IDX) = SPACES
009050         MOVE "W" TO SR-TYPE
009060         MOVE WS-K-EMP-ID(CK-IDX) TO SR-OWNER-ID
009070         MOVE WS-K-EMP-ID(CK-IDX) TO WS-WORK-EMP-ID
009080         PERFORM 3150-GET-EMPLOYEE THRU 3150-EXIT
009090     ELSE
009100         MOVE "V" TO SR-TYPE
009110         MOVE WS-K-VENDOR-ID(CK-IDX) TO SR-OWNER-ID
009120         PERFORM 3160-GET-VENDOR THRU 3160-EXIT
009130     END-IF
009140     MOVE SR-TYPE TO WS-WORK-TYPE
009150     MOVE SR-KEY TO WS-WORK-KEY
009160     PERFORM 2200-FIND-REMITTED THRU 2200-EXIT
009170     IF ROW-FOUND
009180         ADD 1 TO WS-SKIPPED-COUNT
009190         GO TO 3100-EXIT
009200     END-IF
009210     MOVE SR-OWNER-STATE TO WS-OWNER-STATE
009220     PERFORM 2000-FIND-RULE THRU 2000-EXIT
009230     IF SR-WAGES
009240         MOVE WS-WAGE-YRS TO WS-DORM-YEARS
009250     ELSE
009260         MOVE WS-VENDOR-YRS TO WS-DORM-YEARS
009270     END-IF
009280     MOVE WS-K-DATE(CK-IDX) TO WS-LAST-DATE
009290     PERFORM 2100-DORMANT-TEST THRU 2100-EXIT
009300     IF NOT PROPERTY-DORMANT
009310         GO TO 3100-EXIT
009320     END-IF
009330     MOVE WS-OWNER-STATE TO SR-STATE
009340     MOVE WS-K-AMOUNT(CK-IDX) TO SR-AMOUNT
009350     MOVE WS-K-DATE(CK-IDX) TO SR-LAST-DATE
009360     MOVE WS-K-DATE(CK-IDX) TO SR-ISSUE-DATE
009370     MOVE WS-K-EMP-ID(CK-IDX) TO SR-EMP-ID
009380     RELEASE SORT-REC.
009390 3100-EXIT.
009400     EXIT.
009410
009420 3150-GET-EMPLOYEE.
009430     MOVE "N" TO WS-FOUND-SW
009440     IF WS-EMP-COUNT > 0
009450         PERFORM 3155-MATCH-ONE-EMPLOYEE THRU 3155-EXIT
009460             VARYING EM-IDX FROM 1 BY 1
009470             UNTIL EM-IDX > WS-EMP-COUNT OR ROW-FOUND
009480     END-IF.
009490 3150-EXIT.
009500     EXIT.
009510
009520 3155-MATCH-ONE-EMPLOYEE.
009530     IF WS-E-EMP-ID(EM-IDX) = WS-WORK-EMP-ID
009540         MOVE "Y" TO WS-FOUND-SW
009550         MOVE WS-E-NAME(EM-IDX) TO SR-NAME
009560         MOVE WS-E-STATE(EM-IDX) TO SR-OWNER-STATE
009570     END-IF.
009580 3155-EXIT.
009590     EXIT.
009600
009610 3160-GET-VENDOR.
009620     IF NOT VENDMAST-OPEN
009630         GO TO 3160-EXIT
009640     END-IF
009650     MOVE WS-K-VENDOR-ID(CK-IDX) TO VM-VENDOR-ID
009660     READ VENDMAST
009670         INVALID KEY
009680             GO TO 3160-EXIT
009690     END-READ
009700     MOVE VM-NAME TO SR-NAME
009710     MOVE VM-REMIT-ADDR TO SR-STREET
009720     MOVE VM-REMIT-CITY TO SR-CITY
009730     MOVE VM-REMIT-STATE TO SR-OWNER-STATE
009740     MOVE VM-REMIT-ZIP TO SR-ZIP.
009750 3160-EXIT.
009760     EXIT.
009770
009780*----ONLY A NET CREDIT IS OWED TO THE CUSTOMER.
009790 3200-SELECT-ONE-CREDIT.
009800     IF WS-C-BALANCE(CU-IDX) >= 0
009810         GO TO 3200-EXIT
009820     END-IF
009830     MOVE SPACES TO SORT-REC
009840     MOVE "C" TO SR-TYPE
009850     MOVE WS-C-CUST-ID(CU-IDX) TO SR-KEY
009860     MOVE WS-C-CUST-ID(CU-IDX) TO SR-OWNER-ID
009870     MOVE "C" TO WS-WORK-TYPE
009880     MOVE SR-KEY TO WS-WORK-KEY
009890     PERFORM 2200-FIND-REMITTED THRU 2200-EXIT
009900     IF ROW-FOUND
009910         ADD 1 TO WS-SKIPPED-COUNT
009920         GO TO 3200-EXIT
009930     END-IF
009940     MOVE WS-C-CUST-ID(CU-IDX) TO WS-WORK-CUST-ID
009950     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT
009960     MOVE SR-OWNER-STATE TO WS-OWNER-STATE
009970     PERFORM 2000-FIND-RULE THRU 2000-EXIT
009980     MOVE WS-CREDIT-YRS TO WS-DORM-YEARS
009990     MOVE WS-C-LAST-DATE(CU-IDX) TO WS-LAST-DATE
010000     PERFORM 2100-DORMANT-TEST THRU 2100-EXIT
010010     IF NOT PROPERTY-DORMANT
010020         GO TO 3200-EXIT
010030     END-IF
010040     MOVE WS-OWNER-STATE TO SR-STATE
010050     COMPUTE SR-AMOUNT = 0 - WS-C-BALANCE(CU-IDX)
010060     MOVE WS-C-LAST-DATE(CU-IDX) TO SR-LAST-DATE
010070     MOVE 0 TO SR-ISSUE-DATE
010080     RELEASE SORT-REC.
010090 3200-EXIT.
010100     EXIT.
010110
010120*----A CREDIT BALANCE ON ACCTBAL WITH NO OWNER POSTING SINCE
010130*----THE DORMANCY DATE. AN ACCOUNT WITH NO HISTORY CANNOT BE
010140*----DATED AND IS LEFT FOR THE ACCTPRF PROOF TO RAISE.
010150 3300-SELECT-ACCOUNTS.
010160     OPEN INPUT ACCTBAL-IO
010170     IF WS-BAL-STATUS NOT = "00"
010180         DISPLAY "ESCHEAT: UNABLE TO OPEN ACCTBAL - STATUS "
010190             WS-BAL-STATUS
010200         GO TO 3300-EXIT
010210     END-IF
010220     MOVE "N" TO WS-EOF-SW
010230     MOVE 0 TO AB-IDENT
010240     START ACCTBAL-IO KEY IS NOT LESS THAN AB-IDENT
010250         INVALID KEY MOVE "Y" TO WS-EOF-SW
010260     END-START
010270     PERFORM 3350-SELECT-ONE-ACCOUNT THRU 3350-EXIT
010280         UNTIL END-OF-INPUT
010290     CLOSE ACCTBAL-IO.
010300 3300-EXIT.
010310     EXIT.
010320
010330 3350-SELECT-ONE-ACCOUNT.
010340     READ ACCTBAL-IO NEXT RECORD
010350         AT END MOVE "Y" TO WS-EOF-SW
010360     END-READ
010370     IF END-OF-INPUT OR AB-BALANCE NOT > 0
010380         GO TO 3350-EXIT
010390     END-IF
010400     MOVE AB-IDENT TO WS-WORK-IDENT
010410     PERFORM 2800-FIND-ACCT-ROW THRU 2800-EXIT
010420     IF NOT ROW-FOUND
010430         GO TO 3350-EXIT
010440     END-IF
010450     SET AC-IDX TO WS-HOLD-IX
010460     MOVE SPACES TO SORT-REC
010470     MOVE "A" TO SR-TYPE
010480     MOVE AB-IDENT TO SR-K-IDENT
010490     MOVE AB-IDENT TO WS-SL-ID-9
010500     MOVE WS-SL-ID-9 TO SR-OWNER-ID
010510     MOVE "A" TO WS-WORK-TYPE
010520     MOVE SR-KEY TO WS-WORK-KEY
010530     PERFORM 2200-FIND-REMITTED THRU 2200-EXIT
010540     IF ROW-FOUND
010550         ADD 1 TO WS-SKIPPED-COUNT
010560         GO TO 3350-EXIT
010570     END-IF
010580     MOVE WS-SL-ID-9 TO WS-WORK-CUST-ID
010590     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT
010600     MOVE SR-OWNER-STATE TO WS-OWNER-STATE
010610     PERFORM 2000-FIND-RULE THRU 2000-EXIT
010620     MOVE WS-ACCT-YRS TO WS-DORM-YEARS
010630     MOVE WS-A-LAST-DATE(AC-IDX) TO WS-LAST-DATE
010640     PERFORM 2100-DORMANT-TEST THRU 2100-EXIT
010650     IF NOT PROPERTY-DORMANT
010660         GO TO 3350-EXIT
010670     END-IF
010680     MOVE WS-OWNER-STATE TO SR-STATE
010690     MOVE AB-BALANCE TO SR-AMOUNT
010700     MOVE WS-A-LAST-DATE(AC-IDX) TO SR-LAST-DATE
010710     MOVE 0 TO SR-ISSUE-DATE
010720     RELEASE SORT-REC.
010730 3350-EXIT.
010740     EXIT.
010750
010760*================================================================
010770* SORT OUTPUT - LETTER LIST, HOLDER FILE, AND CLEARING ENTRIES
010780*================================================================
010790 4000-REPORT-AND-CLEAR.
010800     OPEN OUTPUT DUE-RPT
010810     OPEN OUTPUT HOLDER-OUT
010820     OPEN EXTEND CHECKREG-IO
010830     IF WS-REG-STATUS = "35"
010840         OPEN OUTPUT CHECKREG-IO
010850     END-IF
010860     OPEN EXTEND STMT-LINES
010870     IF WS-STMT-STATUS = "35"
010880         OPEN OUTPUT STMT-LINES
010890     END-IF
010900     OPEN EXTEND ACCTHIST-IO
010910     IF WS-HIST-STATUS = "35"
010920         OPEN OUTPUT ACCTHIST-IO
010930     END-IF
010940     OPEN EXTEND ESCHHIST-IO
010950     IF WS-EH-STATUS = "35"
010960         OPEN OUTPUT ESCHHIST-IO
010970     END-IF
010980     OPEN I-O ACCTBAL-IO
010990     IF WS-BAL-STATUS = "00"
011000         MOVE "Y" TO WS-BAL-OPEN-SW
011010     END-IF
011020     MOVE WS-RUN-DATE TO TT-RUN-DATE
011030     WRITE DUE-RPT-REC FROM WS-TITLE-LINE
011040     MOVE SPACES TO DUE-RPT-REC
011050     WRITE DUE-RPT-REC
011060     WRITE DUE-RPT-REC FROM WS-COLUMN-LINE
011070     PERFORM 4050-RETURN-NEXT THRU 4050-EXIT
011080     PERFORM 4100-REMIT-ONE THRU 4100-EXIT
011090         UNTIL END-OF-SORTED
011091     IF STATE-OPEN
011110         PERFORM 4500-STATE-TRAILER THRU 4500-EXIT
011120     END-IF
011130     MOVE SPACES TO DUE-RPT-REC
011140     WRITE DUE-RPT-REC
011150     MOVE WS-ITEM-COUNT TO TL-COUNT
011160     MOVE WS-ITEM-TOTAL TO TL-TOTAL
011170     WRITE DUE-RPT-REC FROM WS-TOTAL-LINE
011180     IF ACCTBAL-OPEN
011190         CLOSE ACCTBAL-IO
011200     END-IF
011210     CLOSE DUE-RPT
011220     CLOSE HOLDER-OUT
011230     CLOSE CHECKREG-IO
011240     CLOSE STMT-LINES
011250     CLOSE ACCTHIST-IO
011260     CLOSE ESCHHIST-IO.
011270 4000-EXIT.
011280     EXIT.
011290
011300 4050-RETURN-NEXT.
011310     RETURN SORT-WORK
011320         AT END MOVE "Y" TO WS-SORT-EOF-SW
011330     END-RETURN.
011340 4050-EXIT.
011350     EXIT.
011360
011370*----A NEW STATE CLOSES THE LAST ONE'S TRAILER AND OPENS ITS
011380*----OWN HEADER.
011390 4100-REMIT-ONE.
011391     IF NOT STATE-OPEN OR SR-STATE NOT = WS-PRIOR-STATE
011392         IF STATE-OPEN
011420             PERFORM 4500-STATE-TRAILER THRU 4500-EXIT
011430         END-IF
011440         PERFORM 4400-STATE-HEADER THRU 4400-EXIT
011450     END-IF
011460*----AN ACCOUNT DEBIT THAT CANNOT POST IS NOT REMITTED.
011470     IF SR-ACCOUNT
011480         PERFORM 4300-CLEAR-ACCOUNT THRU 4300-EXIT
011490         IF NOT ROW-FOUND
011500             GO TO 4100-NEXT
011510         END-IF
011520     END-IF
011530     MOVE SPACES TO WS-DUE-LINE
011540     MOVE SR-STATE TO DL-STATE
011550     MOVE SR-OWNER-ID TO DL-OWNER-ID
011560     MOVE SR-NAME TO DL-NAME
011570     MOVE SR-AMOUNT TO DL-AMOUNT
011580     MOVE SR-LAST-DATE TO DL-LAST-DATE
011590     MOVE SPACES TO HOLDER-REC
011600     MOVE "D" TO HD-REC-TYPE
011610     MOVE SR-STATE TO HD-STATE
011620     EVALUATE TRUE
011630         WHEN SR-WAGES
011640             MOVE "WAGES" TO DL-TYPE
011650             MOVE "WAGE" TO HD-PROP-TYPE
011660         WHEN SR-VENDOR-CHECK
011670             MOVE "VNDCK" TO DL-TYPE
011680             MOVE "VNDR" TO HD-PROP-TYPE
011690         WHEN SR-CREDIT-BAL
011700             MOVE "CREDT" TO DL-TYPE
011710             MOVE "CRED" TO HD-PROP-TYPE
011720         WHEN OTHER
011730             MOVE "ACCT" TO DL-TYPE
011740             MOVE "ACCT" TO HD-PROP-TYPE
011750     END-EVALUATE
011760     IF SR-WAGES OR SR-VENDOR-CHECK
011770         STRING "CHECK " SR-K-CHECK-NO DELIMITED BY SIZE
011780             INTO DL-REFERENCE
011790         PERFORM 4200-CLEAR-CHECK THRU 4200-EXIT
011800     END-IF
011810     IF SR-CREDIT-BAL
011820         MOVE "OPEN CREDIT" TO DL-REFERENCE
011830         PERFORM 4250-CLEAR-CREDIT THRU 4250-EXIT
011840     END-IF
011850     IF SR-ACCOUNT
011860         MOVE "ACCT BALANCE" TO DL-REFERENCE
011870     END-IF
011880     WRITE DUE-RPT-REC FROM WS-DUE-LINE
011890     MOVE SR-STREET TO AL-STREET
011900     MOVE SR-CITY TO AL-CITY
011910     MOVE SR-OWNER-STATE TO AL-STATE
011920     MOVE SR-ZIP TO AL-ZIP
011930     IF SR-STREET = SPACES
011940         MOVE "NO ADDRESS ON FILE" TO AL-STREET
011950     END-IF
011960     WRITE DUE-RPT-REC FROM WS-ADDR-LINE
011970     MOVE SR-OWNER-ID TO HD-OWNER-ID
011980     MOVE SR-NAME TO HD-OWNER-NAME
011990     MOVE SR-STREET TO HD-STREET
012000     MOVE SR-CITY TO HD-CITY
012010     MOVE SR-OWNER-STATE TO HD-OWNER-STATE
012020     MOVE SR-ZIP TO HD-ZIP
012030     MOVE SR-AMOUNT TO HD-AMOUNT
012040     MOVE SR-LAST-DATE TO HD-LAST-DATE
012050     MOVE SR-KEY TO HD-REFERENCE
012060     WRITE HOLDER-REC
012070     MOVE WS-RUN-DATE TO EH-RUN-DATE
012080     MOVE SR-TYPE TO EH-TYPE
012090     MOVE SR-KEY TO EH-KEY
012100     MOVE SR-STATE TO EH-STATE
012110     MOVE SR-AMOUNT TO EH-AMOUNT
012120     WRITE ESCHHIST-REC
012130     ADD 1 TO WS-STATE-COUNT
012140     ADD SR-AMOUNT TO WS-STATE-TOTAL
012150     ADD 1 TO WS-ITEM-COUNT
012160     ADD SR-AMOUNT TO WS-ITEM-TOTAL.
012170 4100-NEXT.
012180     MOVE SR-STATE TO WS-PRIOR-STATE
012190     PERFORM 4050-RETURN-NEXT THRU 4050-EXIT.
012200 4100-EXIT.
012210     EXIT.
012220
012230*----THE CHECK IS VOIDED ON THE REGISTER IN ITS OWN COMPANY AND
012240*----SERIES, SO CHECKREC RETIRES IT AND A LATE PRESENTMENT
012250*----SHOWS AS A DEAD CHECK.
012260 4200-CLEAR-CHECK.
012270     MOVE SPACES TO CHECKREG-REC
012280     MOVE "VOIDED" TO CO-EVENT
012290     MOVE SR-K-CHECK-NO TO CO-CHECK-NO
012300     MOVE SR-EMP-ID TO CO-EMP-ID
012310     MOVE SR-AMOUNT TO CO-AMOUNT
012320     MOVE "ESCHEAT" TO CO-FLAG
012330     MOVE WS-RUN-DATE TO CO-DATE
012340     MOVE SR-K-COMPANY TO CO-COMPANY
012350     MOVE SR-K-VENDOR TO CO-VENDOR-ID
012360     WRITE CHECKREG-REC.
012370 4200-EXIT.
012380     EXIT.
012390
012400*----THE OFFSETTING CHARGE CLEARS THE CREDIT WHEN CASHRCPT
012410*----ABSORBS IT, THE SAME WAY A REFUND CHECK DOES.
012420 4250-CLEAR-CREDIT.
012430     MOVE SPACES TO STMT-LINE-REC
012440     MOVE SR-OWNER-ID TO SL-CUST-ID
012450     MOVE "ESCHEAT REMITTED" TO SL-DESCRIPTION
012460     MOVE SR-AMOUNT TO SL-AMOUNT
012470     MOVE WS-RUN-DATE TO SL-INV-DATE
012480     WRITE STMT-LINE-REC.
012490 4250-EXIT.
012500     EXIT.
012510
012520*----THE BALANCE COMES OFF ACCTBAL WITH ITS OWN ACCTHIST RECORD,
012530*----AS ACCTEOD POSTS A FEE, SO THE ACCTPRF PROOF STILL HOLDS.
012540 4300-CLEAR-ACCOUNT.
012550     MOVE "N" TO WS-FOUND-SW
012560     IF NOT ACCTBAL-OPEN
012570         GO TO 4300-EXIT
012580     END-IF
012590     MOVE SR-K-IDENT TO AB-IDENT
012600     READ ACCTBAL-IO
012610         INVALID KEY
012620             DISPLAY "ESCHEAT: ACCOUNT GONE BEFORE DEBIT - "
012630                 "IDENT " SR-K-IDENT
012640             GO TO 4300-EXIT
012650     END-READ
012660     SUBTRACT SR-AMOUNT FROM AB-BALANCE
012670     REWRITE AcctBalance
012680         INVALID KEY
012690             DISPLAY "ESCHEAT: REWRITE FAILED FOR IDENT "
012700                 AB-IDENT
012710             GO TO 4300-EXIT
012720     END-REWRITE
012730     MOVE "Y" TO WS-FOUND-SW
012740     MOVE AB-IDENT TO AH-IDENT
012750     MOVE WS-RUN-DATE TO AH-POST-DATE
012760     COMPUTE AH-AMOUNT = 0 - SR-AMOUNT
012770     MOVE AB-BALANCE TO AH-BALANCE
012780     MOVE "E" TO AH-SOURCE
012790     WRITE ACCTHIST-REC.
012800 4300-EXIT.
012810     EXIT.
012820
012830 4400-STATE-HEADER.
012831     MOVE "Y" TO WS-STATE-OPEN-SW
012832     MOVE 0 TO WS-STATE-COUNT
012850     MOVE 0 TO WS-STATE-TOTAL
012860     MOVE SPACES TO HOLDER-REC
012870     MOVE "H" TO HH-REC-TYPE
012880     MOVE SR-STATE TO HH-STATE
012890     MOVE WS-HOLDER-NAME TO HH-HOLDER-NAME
012900     MOVE WS-HOLDER-FEIN TO HH-HOLDER-FEIN
012910     MOVE WS-HOLDER-STREET TO HH-HOLDER-STREET
012920     MOVE WS-HOLDER-CITY TO HH-HOLDER-CITY
012930     MOVE WS-HOLDER-STATE TO HH-HOLDER-STATE
012940     MOVE WS-HOLDER-ZIP TO HH-HOLDER-ZIP
012950     MOVE WS-RUN-YEAR TO HH-REPORT-YEAR
012960     WRITE HOLDER-REC.
012970 4400-EXIT.
012980     EXIT.
012990
013000 4500-STATE-TRAILER.
013010     MOVE SPACES TO HOLDER-REC
013020     MOVE "T" TO HT-REC-TYPE
013030     MOVE WS-PRIOR-STATE TO HT-STATE
013040     MOVE WS-STATE-COUNT TO HT-COUNT
013050     MOVE WS-STATE-TOTAL TO HT-TOTAL
013060     WRITE HOLDER-REC
013070     MOVE WS-PRIOR-STATE TO ST-STATE
013080     MOVE WS-STATE-COUNT TO ST-COUNT
013090     MOVE WS-STATE-TOTAL TO ST-TOTAL
013100     WRITE DUE-RPT-REC FROM WS-STATE-LINE.
013110 4500-EXIT.
013120     EXIT.
013130
013140 5000-TERMINATE.
013150     IF VENDMAST-OPEN
013160         CLOSE VENDMAST
013170     END-IF
013180     IF CUSTMAST-OPEN
013190         CLOSE CUSTMAST
013200     END-IF
013210     DISPLAY "ESCHEAT: ITEMS REMITTED - " WS-ITEM-COUNT
013220     DISPLAY "ESCHEAT: ALREADY REMITTED THIS YEAR - "
013230         WS-SKIPPED-COUNT.
013240 5000-EXIT.
013250     EXIT.
