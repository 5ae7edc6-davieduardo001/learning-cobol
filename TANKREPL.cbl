000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TANKREPL.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - DAILY TANK REPLENISHMENT. EACH
000100*                   TANK'S AVERAGE DAILY ISSUES COME FROM THE
000110*                   TANKMOVE HISTORY OVER THE TRAILING WINDOW ON
000120*                   THE THIRD TANKCTL RECORD (DEFAULT 30 DAYS),
000130*                   AND ITS VOLUME FROM THE LATEST TANKDIP
000140*                   READING, GIVING THE DAYS OF SUPPLY LEFT. A
000150*                   TANK WHOSE VOLUME PLUS WHAT IS ALREADY ON
000160*                   ORDER WILL FALL BELOW ITS REORDER POINT
000170*                   WITHIN THE SUPPLIER LEAD TIME (BOTH ON THE
000180*                   TANKSUPL FILE) IS ORDERED BACK UP TO THE
000190*                   TANKCTL SAFE-FILL PERCENTAGE. THE ORDER IS
000200*                   WRITTEN AS A NUMBERED POTRAN COMMITMENT SO
000210*                   POMAINT CARRIES IT ONTO OPENPO, AND THE YARD
000220*                   SUPERVISOR GETS THE TANKRRPT LISTING.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT TANKMAST-IN ASSIGN TO TANKMAST
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-MAST-STATUS.
000300     SELECT TANKSUPL-IN ASSIGN TO TANKSUPL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SUPL-STATUS.
000330     SELECT TANKDIP-IN  ASSIGN TO TANKDIP
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-DIP-STATUS.
000360     SELECT TANKMOVE-IN ASSIGN TO TANKMOVE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MOVE-STATUS.
000390     SELECT TANKCTL-IN  ASSIGN TO TANKCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CTL-STATUS.
000420     SELECT COMPRICE-IN ASSIGN TO COMPRICE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRC-STATUS.
000450     SELECT OPENPO-IN   ASSIGN TO OPENPO
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PO-STATUS.
000480     SELECT POTRAN-IO   ASSIGN TO POTRAN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TRAN-STATUS.
000510     SELECT REPL-RPT    ASSIGN TO TANKRRPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TANKMAST-IN.
000570 01  TANKMAST-REC.
000580     05  TM-TANK-ID       PIC X(5).
000590     05  TM-RADIUS        PIC 9(3)V99.
000600     05  TM-HEIGHT        PIC 9(3)V99.
000610     05  TM-COMMODITY     PIC X(12).
000620
000630*----REPLENISHMENT PARAMETERS BY TANK - THE REORDER POINT IN
000640*----WHOLE GALLONS, THE SUPPLIER'S LEAD TIME IN DAYS, THE
000650*----SUPPLIER'S VENDMAST ID, AND THE YARD JOB ON JOBMAST THE
000660*----PURCHASE IS COMMITTED AGAINST. A TANK WITH NO ROW HERE
000670*----IS NOT REPLENISHED BY THIS RUN.
000680 FD  TANKSUPL-IN.
000690 01  TANKSUPL-REC.
000700     05  TS-TANK-ID       PIC X(5).
000710     05  TS-REORDER-PT    PIC 9(7).
000720     05  TS-LEAD-DAYS     PIC 9(3).
000730     05  TS-VENDOR-ID     PIC X(6).
000740     05  TS-JOB-ID        PIC X(6).
000750
000760 FD  TANKDIP-IN.
000770 01  TANKDIP-REC.
000780     05  TD-TANK-ID       PIC X(5).
000790     05  TD-DIP           PIC 9(3)V99.
000791     05  TD-TEMP          PIC S9(3)V9
000792                          SIGN IS LEADING SEPARATE.
000800
000810 FD  TANKMOVE-IN.
000820 01  TANKMOVE-REC.
000830     05  TV-TANK-ID       PIC X(5).
000840     05  TV-TYPE          PIC X(1).
000850         88  TV-RECEIPT       VALUE "R".
000860         88  TV-ISSUE         VALUE "I".
000870     05  TV-QTY           PIC 9(7)V99.
000880     05  TV-MOVE-DATE     PIC 9(8).
000890
000900*----FIRST RECORD IS THE SAFE-FILL PERCENT, SECOND TANKLOSS'S
000910*----TOLERANCE, THIRD THE DAYS OF TANKMOVE HISTORY THE DAILY
000920*----ISSUE AVERAGE IS TAKEN OVER.
000930 FD  TANKCTL-IN.
000940 01  TANKCTL-REC          PIC X(8).
000950
000960*----PRICE PER GALLON BY COMMODITY CODE.
000970 FD  COMPRICE-IN.
000980 01  COMPRICE-REC.
000990     05  CP-COMMODITY     PIC X(12).
001000     05  CP-PRICE         PIC 9(5)V99.
001010
001020 FD  OPENPO-IN.
001030     COPY "OPENPO.cpy".
001040
001050*----SAME LAYOUT POMAINT READS.
001060 FD  POTRAN-IO.
001070 01  POTRAN-REC.
001080     05  PT-ACTION        PIC X(1).
001090         88  PT-PO-ACTION     VALUE "P".
001100         88  PT-RCPT-ACTION   VALUE "R".
001110     05  PT-JOB-ID        PIC X(6).
001120     05  PT-CATEGORY      PIC X(1).
001130     05  PT-AMOUNT        PIC 9(7)V99.
001140     05  PT-PO-NUMBER     PIC X(8).
001150     05  PT-VENDOR-ID     PIC X(6).
001160     05  PT-QTY           PIC 9(7).
001170     05  PT-UNIT-PRICE    PIC 9(5)V99.
001180
001190 FD  REPL-RPT.
001200 01  REPL-RPT-REC         PIC X(100).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
001240 01  WS-SUPL-STATUS       PIC X(2) VALUE SPACES.
001250 01  WS-DIP-STATUS        PIC X(2) VALUE SPACES.
001260 01  WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
001270 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
001280 01  WS-PRC-STATUS        PIC X(2) VALUE SPACES.
001290 01  WS-PO-STATUS         PIC X(2) VALUE SPACES.
001300 01  WS-TRAN-STATUS       PIC X(2) VALUE SPACES.
001310 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
001320     88  END-OF-MASTER        VALUE "Y".
001330 01  WS-SUPL-EOF-SW       PIC X(1) VALUE "N".
001340     88  END-OF-SUPPLY        VALUE "Y".
001350 01  WS-DIP-EOF-SW        PIC X(1) VALUE "N".
001360     88  END-OF-DIPS          VALUE "Y".
001370 01  WS-MOVE-EOF-SW       PIC X(1) VALUE "N".
001380     88  END-OF-MOVES         VALUE "Y".
001390 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
001400     88  NO-MORE-CTL          VALUE "Y".
001410 01  WS-PRC-EOF-SW        PIC X(1) VALUE "N".
001420     88  NO-MORE-PRICES       VALUE "Y".
001430 01  WS-PO-EOF-SW         PIC X(1) VALUE "N".
001440     88  END-OF-OPENPO        VALUE "Y".
001450 01  WS-TRAN-EOF-SW       PIC X(1) VALUE "N".
001460     88  END-OF-POTRAN        VALUE "Y".
001470 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001480     88  ROW-FOUND            VALUE "Y".
001490 01  piValue  CONSTANT AS 3.14.
001500 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001510 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001520     05  WS-RUN-YEAR      PIC 9(4).
001530     05  WS-RUN-MONTH     PIC 9(2).
001540     05  WS-RUN-DAY       PIC 9(2).
001550*----30/360 AGE OF A MOVEMENT, AS AGERPT COUNTS.
001560 01  WS-MOVE-DATE         PIC 9(8) VALUE 0.
001570 01  WS-MOVE-DATE-R REDEFINES WS-MOVE-DATE.
001580     05  WS-MOVE-YEAR     PIC 9(4).
001590     05  WS-MOVE-MONTH    PIC 9(2).
001600     05  WS-MOVE-DAY      PIC 9(2).
001610 01  WS-MOVE-AGE          PIC S9(7) VALUE 0.
001620 01  WS-CTL-REC-NO        PIC 9(2) COMP VALUE 0.
001630 01  WS-SAFE-FILL-PCT     PIC 9(3) VALUE 90.
001640 01  WS-WINDOW-DAYS       PIC 9(3) VALUE 30.
001650 01  WS-TANK-COUNT        PIC 9(2) COMP VALUE 0.
001660 01  WS-PRICE-COUNT       PIC 9(2) COMP VALUE 0.
001670 01  WS-HOLD-IDX          PIC 9(2) COMP VALUE 0.
001680 01  WS-HOLD-PRICE        PIC 9(5)V99 VALUE 0.
001690 01  WS-HOLD-SEQ          PIC 9(2) VALUE 0.
001700 01  WS-SEARCH-TANK       PIC X(5) VALUE SPACES.
001710 01  WS-CAPACITY          PIC 9(7)V99 VALUE 0.
001720 01  WS-ON-HAND           PIC 9(7)V99 VALUE 0.
001730 01  WS-AVG-DAILY         PIC 9(7)V99 VALUE 0.
001740 01  WS-DAYS-SUPPLY       PIC 9(5)V9 VALUE 0.
001750 01  WS-PROJECTED         PIC S9(9)V99 VALUE 0.
001760 01  WS-TARGET            PIC 9(7)V99 VALUE 0.
001770 01  WS-ORDER-QTY         PIC 9(7) VALUE 0.
001780 01  WS-ORDER-AMT         PIC 9(7)V99 VALUE 0.
001790 01  WS-PO-NUMBER.
001800     05  WS-PO-PREFIX     PIC X(1) VALUE "Y".
001810     05  WS-PO-TANK       PIC X(5).
001820     05  WS-PO-SEQ        PIC 9(2).
001830 01  WS-TANKS-LISTED      PIC 9(3) COMP VALUE 0.
001840 01  WS-ORDER-COUNT       PIC 9(3) COMP VALUE 0.
001850 01  WS-HELD-COUNT        PIC 9(3) COMP VALUE 0.
001860 01  WS-ORDER-TOTAL       PIC 9(9)V99 VALUE 0.
001870*----ONE ENTRY PER TANK - MASTER FIGURES, ITS TANKSUPL ROW,
001880*----THE LATEST DIP, THE ISSUES IN THE WINDOW, AND WHAT IS
001890*----ALREADY ON ORDER FROM EARLIER RUNS.
001900 01  WS-TANK-TABLE.
001910     05  WS-TANK-ENTRY    OCCURS 50 TIMES
001920                          INDEXED BY TK-IDX.
001930         10  WS-T-TANK-ID PIC X(5).
001940         10  WS-T-RADIUS  PIC 9(3)V99.
001950         10  WS-T-HEIGHT  PIC 9(3)V99.
001960         10  WS-T-COMMOD  PIC X(12).
001970         10  WS-T-SUPL-SW PIC X(1).
001980             88  WS-T-HAS-SUPPLY  VALUE "Y".
001990         10  WS-T-REORDER PIC 9(7).
002000         10  WS-T-LEAD    PIC 9(3).
002010         10  WS-T-VENDOR  PIC X(6).
002020         10  WS-T-JOB-ID  PIC X(6).
002030         10  WS-T-DIP-SW  PIC X(1).
002040             88  WS-T-HAS-DIP     VALUE "Y".
002050         10  WS-T-DIP     PIC 9(3)V99.
002060         10  WS-T-ISSUED  PIC 9(9)V99.
002070         10  WS-T-ON-ORDER PIC 9(9)V99.
002080         10  WS-T-LAST-SEQ PIC 9(2).
002090 01  WS-PRICE-TABLE.
002100     05  WS-PRICE-ENTRY   OCCURS 50 TIMES
002110                          INDEXED BY PR-IDX.
002120         10  WS-P-COMMOD  PIC X(12).
002130         10  WS-P-PRICE   PIC 9(5)V99.
002140 01  WS-HEAD-LINE.
002150     05  FILLER           PIC X(34)
002160             VALUE "TANK REPLENISHMENT - SUGGESTED ORD".
002170     05  FILLER           PIC X(13) VALUE "ERS  RUN DATE".
002180     05  FILLER           PIC X(1) VALUE SPACE.
002190     05  HL-RUN-DATE      PIC 9(8).
002200     05  FILLER           PIC X(9) VALUE "  WINDOW ".
002210     05  HL-WINDOW        PIC ZZ9.
002220     05  FILLER           PIC X(5) VALUE " DAYS".
002230 01  WS-COL-LINE.
002240     05  FILLER           PIC X(50) VALUE
002250         "TANK  COMMODITY     ON HAND   AVG/DAY   DAYS  ON O".
002260     05  FILLER           PIC X(50) VALUE
002270         "RDER REORDER PT  ORDER QTY PO NUMBER NOTE".
002280 01  WS-DETAIL-LINE.
002290     05  DL-TANK-ID       PIC X(5).
002300     05  FILLER           PIC X(1) VALUE SPACE.
002310     05  DL-COMMODITY     PIC X(12).
002320     05  DL-ON-HAND       PIC Z,ZZZ,ZZ9.
002330     05  DL-AVG-DAILY     PIC ZZZ,ZZ9.99.
002340     05  DL-DAYS          PIC ZZZZ9.9.
002350     05  DL-ON-ORDER      PIC ZZ,ZZZ,ZZ9.
002360     05  DL-REORDER       PIC ZZZ,ZZZ,ZZ9.
002370     05  DL-ORDER-QTY     PIC ZZZ,ZZZ,ZZ9.
002380     05  FILLER           PIC X(1) VALUE SPACE.
002390     05  DL-PO-NUMBER     PIC X(8).
002400     05  FILLER           PIC X(2) VALUE SPACES.
002410     05  DL-NOTE          PIC X(12).
002420 01  WS-TOTAL-LINE.
002430     05  FILLER           PIC X(16) VALUE "ORDERS WRITTEN  ".
002440     05  TL-ORDERS        PIC ZZ9.
002450     05  FILLER           PIC X(16) VALUE "   ORDER VALUE  ".
002460     05  TL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
002470     05  FILLER           PIC X(16) VALUE "   NOT WRITTEN  ".
002480     05  TL-HELD          PIC ZZ9.
002490
002500 PROCEDURE DIVISION.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     IF RETURN-CODE NOT = 12
002540         PERFORM 3000-PLAN-ONE-TANK THRU 3000-EXIT
002550             VARYING TK-IDX FROM 1 BY 1
002560             UNTIL TK-IDX > WS-TANK-COUNT
002570         PERFORM 4000-TERMINATE THRU 4000-EXIT
002580     END-IF
002590     GOBACK.
002600
002610 1000-INITIALIZE.
002620     MOVE 0 TO RETURN-CODE
002630     CALL "GETBDATE" USING WS-RUN-DATE
002640     PERFORM 1300-GET-CONTROLS THRU 1300-EXIT
002650     PERFORM 1400-LOAD-TANK-MASTER THRU 1400-EXIT
002660     IF WS-TANK-COUNT = 0
002670         DISPLAY "TANKREPL: NO TANKS ON TANK MASTER - RUN "
002680             "STOPPED"
002690         MOVE 12 TO RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF
002720     PERFORM 1500-LOAD-PRICES THRU 1500-EXIT
002730     PERFORM 1600-LOAD-SUPPLY THRU 1600-EXIT
002740     PERFORM 1700-LOAD-DIPS THRU 1700-EXIT
002750     PERFORM 1800-LOAD-MOVES THRU 1800-EXIT
002760     PERFORM 1900-LOAD-ON-ORDER THRU 1900-EXIT
002770     PERFORM 1950-LOAD-PENDING THRU 1950-EXIT
002780     OPEN EXTEND POTRAN-IO
002790     IF WS-TRAN-STATUS = "35"
002800         OPEN OUTPUT POTRAN-IO
002810     END-IF
002820     IF WS-TRAN-STATUS NOT = "00"
002830         DISPLAY "TANKREPL: CANNOT OPEN POTRAN - STATUS "
002840             WS-TRAN-STATUS
002850         MOVE 12 TO RETURN-CODE
002860         GO TO 1000-EXIT
002870     END-IF
002880     OPEN OUTPUT REPL-RPT
002890     MOVE WS-RUN-DATE TO HL-RUN-DATE
002900     MOVE WS-WINDOW-DAYS TO HL-WINDOW
002910     WRITE REPL-RPT-REC FROM WS-HEAD-LINE
002920     MOVE SPACES TO REPL-RPT-REC
002930     WRITE REPL-RPT-REC
002940     WRITE REPL-RPT-REC FROM WS-COL-LINE.
002950 1000-EXIT.
002960     EXIT.
002970
002980*----SAFE-FILL PERCENT FROM THE FIRST RECORD, THE ISSUE
002990*----AVERAGING WINDOW FROM THE THIRD.
003000 1300-GET-CONTROLS.
003010     OPEN INPUT TANKCTL-IN
003020     IF WS-CTL-STATUS NOT = "00"
003030         GO TO 1300-EXIT
003040     END-IF
003050     PERFORM 1350-READ-ONE-CTL THRU 1350-EXIT
003060         UNTIL NO-MORE-CTL OR WS-CTL-REC-NO >= 3
003070     CLOSE TANKCTL-IN.
003080 1300-EXIT.
003090     EXIT.
003100
003110 1350-READ-ONE-CTL.
003120     READ TANKCTL-IN
003130         AT END MOVE "Y" TO WS-CTL-EOF-SW
003140     END-READ
003150     IF NOT NO-MORE-CTL
003160         ADD 1 TO WS-CTL-REC-NO
003170         IF WS-CTL-REC-NO = 1
003180                 AND TANKCTL-REC(1:3) IS NUMERIC
003190                 AND TANKCTL-REC(1:3) NOT = "000"
003200             MOVE TANKCTL-REC(1:3) TO WS-SAFE-FILL-PCT
003210         END-IF
003220         IF WS-CTL-REC-NO = 3
003230                 AND TANKCTL-REC(1:3) IS NUMERIC
003240                 AND TANKCTL-REC(1:3) NOT = "000"
003250             MOVE TANKCTL-REC(1:3) TO WS-WINDOW-DAYS
003260         END-IF
003270     END-IF.
003280 1350-EXIT.
003290     EXIT.
003300
003310 1400-LOAD-TANK-MASTER.
003320     OPEN INPUT TANKMAST-IN
003330     IF WS-MAST-STATUS NOT = "00"
003340         DISPLAY "TANKREPL: NO TANK MASTER - STATUS "
003350             WS-MAST-STATUS
003360         GO TO 1400-EXIT
003370     END-IF
003380     PERFORM 1450-LOAD-ONE-TANK THRU 1450-EXIT
003390         UNTIL END-OF-MASTER OR WS-TANK-COUNT >= 50
003400     CLOSE TANKMAST-IN.
003410 1400-EXIT.
003420     EXIT.
003430
003440 1450-LOAD-ONE-TANK.
003450     READ TANKMAST-IN
003460         AT END MOVE "Y" TO WS-MAST-EOF-SW
003470     END-READ
003480     IF NOT END-OF-MASTER
003490         ADD 1 TO WS-TANK-COUNT
003500         SET TK-IDX TO WS-TANK-COUNT
003510         MOVE TM-TANK-ID TO WS-T-TANK-ID(TK-IDX)
003520         MOVE TM-RADIUS TO WS-T-RADIUS(TK-IDX)
003530         MOVE TM-HEIGHT TO WS-T-HEIGHT(TK-IDX)
003540         MOVE TM-COMMODITY TO WS-T-COMMOD(TK-IDX)
003550         MOVE "N" TO WS-T-SUPL-SW(TK-IDX)
003560         MOVE "N" TO WS-T-DIP-SW(TK-IDX)
003570         MOVE 0 TO WS-T-REORDER(TK-IDX)
003580         MOVE 0 TO WS-T-LEAD(TK-IDX)
003590         MOVE SPACES TO WS-T-VENDOR(TK-IDX)
003600         MOVE SPACES TO WS-T-JOB-ID(TK-IDX)
003610         MOVE 0 TO WS-T-DIP(TK-IDX)
003620         MOVE 0 TO WS-T-ISSUED(TK-IDX)
003630         MOVE 0 TO WS-T-ON-ORDER(TK-IDX)
003640         MOVE 0 TO WS-T-LAST-SEQ(TK-IDX)
003650     END-IF.
003660 1450-EXIT.
003670     EXIT.
003680
003690 1500-LOAD-PRICES.
003700     OPEN INPUT COMPRICE-IN
003710     IF WS-PRC-STATUS NOT = "00"
003720         DISPLAY "TANKREPL: NO COMMODITY PRICE FILE - NO "
003730             "ORDERS CAN BE PRICED"
003740         GO TO 1500-EXIT
003750     END-IF
003760     PERFORM 1550-LOAD-ONE-PRICE THRU 1550-EXIT
003770         UNTIL NO-MORE-PRICES OR WS-PRICE-COUNT >= 50
003780     CLOSE COMPRICE-IN.
003790 1500-EXIT.
003800     EXIT.
003810
003820 1550-LOAD-ONE-PRICE.
003830     READ COMPRICE-IN
003840         AT END MOVE "Y" TO WS-PRC-EOF-SW
003850     END-READ
003860     IF NOT NO-MORE-PRICES
003870         ADD 1 TO WS-PRICE-COUNT
003880         SET PR-IDX TO WS-PRICE-COUNT
003890         MOVE CP-COMMODITY TO WS-P-COMMOD(PR-IDX)
003900         MOVE CP-PRICE TO WS-P-PRICE(PR-IDX)
003910     END-IF.
003920 1550-EXIT.
003930     EXIT.
003940
003950 1600-LOAD-SUPPLY.
003960     OPEN INPUT TANKSUPL-IN
003970     IF WS-SUPL-STATUS NOT = "00"
003980         DISPLAY "TANKREPL: NO TANKSUPL FILE - NO TANK HAS A "
003990             "REORDER POINT"
004000         GO TO 1600-EXIT
004010     END-IF
004020     PERFORM 1650-LOAD-ONE-SUPPLY THRU 1650-EXIT
004030         UNTIL END-OF-SUPPLY
004040     CLOSE TANKSUPL-IN.
004050 1600-EXIT.
004060     EXIT.
004070
004080 1650-LOAD-ONE-SUPPLY.
004090     READ TANKSUPL-IN
004100         AT END MOVE "Y" TO WS-SUPL-EOF-SW
004110     END-READ
004120     IF END-OF-SUPPLY
004130         GO TO 1650-EXIT
004140     END-IF
004150     MOVE TS-TANK-ID TO WS-SEARCH-TANK
004160     PERFORM 2000-FIND-TANK THRU 2000-EXIT
004170     IF ROW-FOUND
004180         SET TK-IDX TO WS-HOLD-IDX
004190         MOVE "Y" TO WS-T-SUPL-SW(TK-IDX)
004200         MOVE TS-REORDER-PT TO WS-T-REORDER(TK-IDX)
004210         MOVE TS-LEAD-DAYS TO WS-T-LEAD(TK-IDX)
004220         MOVE TS-VENDOR-ID TO WS-T-VENDOR(TK-IDX)
004230         MOVE TS-JOB-ID TO WS-T-JOB-ID(TK-IDX)
004240     END-IF.
004250 1650-EXIT.
004260     EXIT.
004270
004280*----THE DIP FILE IS READ THROUGH, SO A LATER READING FOR A
004290*----TANK REPLACES AN EARLIER ONE.
004300 1700-LOAD-DIPS.
004310     OPEN INPUT TANKDIP-IN
004320     IF WS-DIP-STATUS NOT = "00"
004330         DISPLAY "TANKREPL: NO DIP READINGS - STATUS "
004340             WS-DIP-STATUS
004350         GO TO 1700-EXIT
004360     END-IF
004370     PERFORM 1750-LOAD-ONE-DIP THRU 1750-EXIT
004380         UNTIL END-OF-DIPS
004390     CLOSE TANKDIP-IN.
004400 1700-EXIT.
004410     EXIT.
004420
004430 1750-LOAD-ONE-DIP.
004440     READ TANKDIP-IN
004450         AT END MOVE "Y" TO WS-DIP-EOF-SW
004460     END-READ
004470     IF END-OF-DIPS
004480         GO TO 1750-EXIT
004490     END-IF
004500     MOVE TD-TANK-ID TO WS-SEARCH-TANK
004510     PERFORM 2000-FIND-TANK THRU 2000-EXIT
004520     IF ROW-FOUND
004530         SET TK-IDX TO WS-HOLD-IDX
004540         MOVE "Y" TO WS-T-DIP-SW(TK-IDX)
004550         MOVE TD-DIP TO WS-T-DIP(TK-IDX)
004560     END-IF.
004570 1750-EXIT.
004580     EXIT.
004590
004600*----ISSUES DATED INSIDE THE WINDOW, COUNTED 30/360 BACK FROM
004610*----THE BUSINESS DATE. RECEIPTS DO NOT ENTER THE AVERAGE.
004620 1800-LOAD-MOVES.
004630     OPEN INPUT TANKMOVE-IN
004640     IF WS-MOVE-STATUS NOT = "00"
004650         DISPLAY "TANKREPL: NO TANK MOVEMENTS - STATUS "
004660             WS-MOVE-STATUS
004670         GO TO 1800-EXIT
004680     END-IF
004690     PERFORM 1850-LOAD-ONE-MOVE THRU 1850-EXIT
004700         UNTIL END-OF-MOVES
004710     CLOSE TANKMOVE-IN.
004720 1800-EXIT.
004730     EXIT.
004740
004750 1850-LOAD-ONE-MOVE.
004760     READ TANKMOVE-IN
004770         AT END MOVE "Y" TO WS-MOVE-EOF-SW
004780     END-READ
004790     IF END-OF-MOVES OR NOT TV-ISSUE
004800         GO TO 1850-EXIT
004810     END-IF
004820     MOVE TV-MOVE-DATE TO WS-MOVE-DATE
004830     COMPUTE WS-MOVE-AGE =
004840         ((WS-RUN-YEAR - WS-MOVE-YEAR) * 360)
004850         + ((WS-RUN-MONTH - WS-MOVE-MONTH) * 30)
004860         + (WS-RUN-DAY - WS-MOVE-DAY)
004870     IF WS-MOVE-AGE < 0 OR WS-MOVE-AGE >= WS-WINDOW-DAYS
004880         GO TO 1850-EXIT
004890     END-IF
004900     MOVE TV-TANK-ID TO WS-SEARCH-TANK
004910     PERFORM 2000-FIND-TANK THRU 2000-EXIT
004920     IF ROW-FOUND
004930         SET TK-IDX TO WS-HOLD-IDX
004940         ADD TV-QTY TO WS-T-ISSUED(TK-IDX)
004950     END-IF.
004960 1850-EXIT.
004970     EXIT.
004980
004990*----REPLENISHMENT POS ARE NUMBERED Y + TANK + SEQUENCE, SO A
005000*----NUMBERED OPENPO LINE STILL SHORT OF ITS ORDERED QUANTITY
005010*----IS PRODUCT ALREADY ON ITS WAY TO THAT TANK.
005020 1900-LOAD-ON-ORDER.
005030     OPEN INPUT OPENPO-IN
005040     IF WS-PO-STATUS NOT = "00"
005050         GO TO 1900-EXIT
005060     END-IF
005070     PERFORM 1920-LOAD-ONE-PO THRU 1920-EXIT
005080         UNTIL END-OF-OPENPO
005090     CLOSE OPENPO-IN.
005100 1900-EXIT.
005110     EXIT.
005120
005130 1920-LOAD-ONE-PO.
005140     READ OPENPO-IN
005150         AT END MOVE "Y" TO WS-PO-EOF-SW
005160     END-READ
005170     IF END-OF-OPENPO
005180         GO TO 1920-EXIT
005190     END-IF
005200     IF PO-NUMBER(1:1) NOT = "Y" OR PO-NUMBER(7:2) NOT NUMERIC
005210         GO TO 1920-EXIT
005220     END-IF
005230     MOVE PO-NUMBER(2:5) TO WS-SEARCH-TANK
005240     PERFORM 2000-FIND-TANK THRU 2000-EXIT
005250     IF NOT ROW-FOUND
005260         GO TO 1920-EXIT
005270     END-IF
005280     SET TK-IDX TO WS-HOLD-IDX
005290     MOVE PO-NUMBER(7:2) TO WS-HOLD-SEQ
005300     IF WS-HOLD-SEQ > WS-T-LAST-SEQ(TK-IDX)
005310         MOVE WS-HOLD-SEQ TO WS-T-LAST-SEQ(TK-IDX)
005320     END-IF
005330     IF PO-QTY-ORDERED > PO-QTY-RECEIVED
005340         COMPUTE WS-T-ON-ORDER(TK-IDX) =
005350             WS-T-ON-ORDER(TK-IDX)
005360             + PO-QTY-ORDERED - PO-QTY-RECEIVED
005370     END-IF.
005380 1920-EXIT.
005390     EXIT.
005400
005410*----ORDERS WRITTEN TO POTRAN THAT POMAINT HAS NOT TAKEN YET
005420*----COUNT AS ON ORDER TOO, SO A SECOND RUN THE SAME DAY DOES
005430*----NOT ORDER THE SAME TANK TWICE.
005440 1950-LOAD-PENDING.
005450     OPEN INPUT POTRAN-IO
005460     IF WS-TRAN-STATUS NOT = "00"
005470         GO TO 1950-EXIT
005480     END-IF
005490     PERFORM 1970-LOAD-ONE-PENDING THRU 1970-EXIT
005500         UNTIL END-OF-POTRAN
005510     CLOSE POTRAN-IO.
005520 1950-EXIT.
005530     EXIT.
005540
005550 1970-LOAD-ONE-PENDING.
005560     READ POTRAN-IO
005570         AT END MOVE "Y" TO WS-TRAN-EOF-SW
005580     END-READ
005590     IF END-OF-POTRAN
005600         GO TO 1970-EXIT
005610     END-IF
005620     IF PT-PO-NUMBER(1:1) NOT = "Y"
005630             OR PT-PO-NUMBER(7:2) NOT NUMERIC
005640         GO TO 1970-EXIT
005650     END-IF
005660     MOVE PT-PO-NUMBER(2:5) TO WS-SEARCH-TANK
005670     PERFORM 2000-FIND-TANK THRU 2000-EXIT
005680     IF NOT ROW-FOUND
005690         GO TO 1970-EXIT
005700     END-IF
005710     SET TK-IDX TO WS-HOLD-IDX
005720     MOVE PT-PO-NUMBER(7:2) TO WS-HOLD-SEQ
005730     IF WS-HOLD-SEQ > WS-T-LAST-SEQ(TK-IDX)
005740         MOVE WS-HOLD-SEQ TO WS-T-LAST-SEQ(TK-IDX)
005750     END-IF
005760     IF PT-PO-ACTION
005770         ADD PT-QTY TO WS-T-ON-ORDER(TK-IDX)
005780     END-IF.
005790 1970-EXIT.
005800     EXIT.
005810
005820*----LOOKS UP WS-SEARCH-TANK IN THE TANK TABLE. THE FOUND
005830*----INDEX IS ONE PAST THE MATCH AFTER THE VARYING LOOP STOPS,
005840*----SO THE MATCH SAVES IT IN WS-HOLD-IDX.
005850 2000-FIND-TANK.
005860     MOVE "N" TO WS-FOUND-SW
005870     PERFORM 2050-MATCH-ONE-TANK THRU 2050-EXIT
005880         VARYING TK-IDX FROM 1 BY 1
005890         UNTIL TK-IDX > WS-TANK-COUNT OR ROW-FOUND.
005900 2000-EXIT.
005910     EXIT.
005920
005930 2050-MATCH-ONE-TANK.
005940     IF WS-SEARCH-TANK = WS-T-TANK-ID(TK-IDX)
005950         MOVE "Y" TO WS-FOUND-SW
005960         SET WS-HOLD-IDX TO TK-IDX
005970     END-IF.
005980 2050-EXIT.
005990     EXIT.
006000
006010 2100-FIND-PRICE.
006020     MOVE 0 TO WS-HOLD-PRICE
006030     PERFORM 2150-MATCH-ONE-PRICE THRU 2150-EXIT
006040         VARYING PR-IDX FROM 1 BY 1
006050         UNTIL PR-IDX > WS-PRICE-COUNT OR WS-HOLD-PRICE > 0.
006060 2100-EXIT.
006070     EXIT.
006080
006090 2150-MATCH-ONE-PRICE.
006100     IF WS-P-COMMOD(PR-IDX) = WS-T-COMMOD(TK-IDX)
006110         MOVE WS-P-PRICE(PR-IDX) TO WS-HOLD-PRICE
006120     END-IF.
006130 2150-EXIT.
006140     EXIT.
006150
006160*----VOLUME FROM THE LATEST DIP BY THE SAME PI CALCULATION
006170*----TANKINV USES, CAPPED AT CAPACITY. THE TANK IS ORDERED WHEN
006180*----VOLUME PLUS WHAT IS ON ORDER, LESS THE AVERAGE DAILY
006190*----ISSUES OVER THE LEAD TIME, FALLS BELOW THE REORDER POINT.
006200*----THE ORDER FILLS THAT PROJECTED LEVEL BACK TO THE SAFE-FILL
006210*----PERCENTAGE OF CAPACITY, IN WHOLE GALLONS.
006220 3000-PLAN-ONE-TANK.
006230     IF NOT WS-T-HAS-SUPPLY(TK-IDX)
006240         GO TO 3000-EXIT
006250     END-IF
006260     MOVE SPACES TO WS-DETAIL-LINE
006270     MOVE WS-T-TANK-ID(TK-IDX) TO DL-TANK-ID
006280     MOVE WS-T-COMMOD(TK-IDX) TO DL-COMMODITY
006290     MOVE WS-T-REORDER(TK-IDX) TO DL-REORDER
006300     MOVE WS-T-ON-ORDER(TK-IDX) TO DL-ON-ORDER
006310     ADD 1 TO WS-TANKS-LISTED
006320     IF NOT WS-T-HAS-DIP(TK-IDX)
006330         MOVE "NO DIP TODAY" TO DL-NOTE
006340         ADD 1 TO WS-HELD-COUNT
006350         GO TO 3000-WRITE
006360     END-IF
006370     COMPUTE WS-CAPACITY ROUNDED =
006380         piValue * WS-T-RADIUS(TK-IDX) * WS-T-RADIUS(TK-IDX)
006390             * WS-T-HEIGHT(TK-IDX)
006400     COMPUTE WS-ON-HAND ROUNDED =
006410         piValue * WS-T-RADIUS(TK-IDX) * WS-T-RADIUS(TK-IDX)
006420             * WS-T-DIP(TK-IDX)
006430     IF WS-ON-HAND > WS-CAPACITY
006440         MOVE WS-CAPACITY TO WS-ON-HAND
006450     END-IF
006460     COMPUTE WS-AVG-DAILY ROUNDED =
006470         WS-T-ISSUED(TK-IDX) / WS-WINDOW-DAYS
006480     IF WS-AVG-DAILY > 0
006490         COMPUTE WS-DAYS-SUPPLY ROUNDED =
006500             WS-ON-HAND / WS-AVG-DAILY
006510             ON SIZE ERROR MOVE 99999.9 TO WS-DAYS-SUPPLY
006520         END-COMPUTE
006530     ELSE
006540         MOVE 99999.9 TO WS-DAYS-SUPPLY
006550     END-IF
006560     MOVE WS-ON-HAND TO DL-ON-HAND
006570     MOVE WS-AVG-DAILY TO DL-AVG-DAILY
006580     MOVE WS-DAYS-SUPPLY TO DL-DAYS
006590     COMPUTE WS-PROJECTED =
006600         WS-ON-HAND + WS-T-ON-ORDER(TK-IDX)
006610         - (WS-AVG-DAILY * WS-T-LEAD(TK-IDX))
006620     IF WS-PROJECTED NOT < WS-T-REORDER(TK-IDX)
006630         GO TO 3000-WRITE
006640     END-IF
006650     IF WS-PROJECTED < 0
006660         MOVE 0 TO WS-PROJECTED
006670     END-IF
006680     COMPUTE WS-TARGET ROUNDED =
006690         WS-CAPACITY * WS-SAFE-FILL-PCT / 100
006700     IF WS-TARGET NOT > WS-PROJECTED
006710         MOVE "CHECK RO PT" TO DL-NOTE
006720         ADD 1 TO WS-HELD-COUNT
006730         GO TO 3000-WRITE
006740     END-IF
006750     COMPUTE WS-ORDER-QTY ROUNDED = WS-TARGET - WS-PROJECTED
006760     MOVE WS-ORDER-QTY TO DL-ORDER-QTY
006770     PERFORM 3200-WRITE-ORDER THRU 3200-EXIT.
006780 3000-WRITE.
006790     WRITE REPL-RPT-REC FROM WS-DETAIL-LINE.
006800 3000-EXIT.
006810     EXIT.
006820
006830*----A NUMBERED MATERIAL COMMITMENT AGAINST THE TANK'S YARD
006840*----JOB, AT THE COMMODITY PRICE. POMAINT STILL CHECKS THE
006850*----JOB IS OPEN AND THE VENDOR ACTIVE WHEN IT APPLIES IT.
006860 3200-WRITE-ORDER.
006870     IF WS-T-VENDOR(TK-IDX) = SPACES
006880             OR WS-T-JOB-ID(TK-IDX) = SPACES
006890         MOVE "NO SUPPLIER" TO DL-NOTE
006900         ADD 1 TO WS-HELD-COUNT
006910         GO TO 3200-EXIT
006920     END-IF
006930     PERFORM 2100-FIND-PRICE THRU 2100-EXIT
006940     IF WS-HOLD-PRICE = 0
006950         MOVE "NO PRICE" TO DL-NOTE
006960         ADD 1 TO WS-HELD-COUNT
006970         GO TO 3200-EXIT
006980     END-IF
006990     COMPUTE WS-ORDER-AMT ROUNDED = WS-ORDER-QTY * WS-HOLD-PRICE
007000         ON SIZE ERROR
007010             MOVE "TOO LARGE" TO DL-NOTE
007020             ADD 1 TO WS-HELD-COUNT
007030             GO TO 3200-EXIT
007040     END-COMPUTE
007050     IF WS-T-LAST-SEQ(TK-IDX) >= 99
007060         MOVE 0 TO WS-T-LAST-SEQ(TK-IDX)
007070     END-IF
007080     ADD 1 TO WS-T-LAST-SEQ(TK-IDX)
007090     MOVE WS-T-TANK-ID(TK-IDX) TO WS-PO-TANK
007100     MOVE WS-T-LAST-SEQ(TK-IDX) TO WS-PO-SEQ
007110     MOVE SPACES TO POTRAN-REC
007120     MOVE "P" TO PT-ACTION
007130     MOVE WS-T-JOB-ID(TK-IDX) TO PT-JOB-ID
007140     MOVE "M" TO PT-CATEGORY
007150     MOVE WS-ORDER-AMT TO PT-AMOUNT
007160     MOVE WS-PO-NUMBER TO PT-PO-NUMBER
007170     MOVE WS-T-VENDOR(TK-IDX) TO PT-VENDOR-ID
007180     MOVE WS-ORDER-QTY TO PT-QTY
007190     MOVE WS-HOLD-PRICE TO PT-UNIT-PRICE
007200     WRITE POTRAN-REC
007210     MOVE WS-PO-NUMBER TO DL-PO-NUMBER
007220     ADD 1 TO WS-ORDER-COUNT
007230     ADD WS-ORDER-AMT TO WS-ORDER-TOTAL.
007240 3200-EXIT.
007250     EXIT.
007260
007270 4000-TERMINATE.
007280     MOVE SPACES TO REPL-RPT-REC
007290     WRITE REPL-RPT-REC
007300     IF WS-TANKS-LISTED = 0
007310         MOVE "NO TANK HAS REPLENISHMENT PARAMETERS ON TANKSUPL"
007320             TO REPL-RPT-REC
007330         WRITE REPL-RPT-REC
007340     END-IF
007350     MOVE WS-ORDER-COUNT TO TL-ORDERS
007360     MOVE WS-ORDER-TOTAL TO TL-VALUE
007370     MOVE WS-HELD-COUNT TO TL-HELD
007380     WRITE REPL-RPT-REC FROM WS-TOTAL-LINE
007390     CLOSE POTRAN-IO
007400     CLOSE REPL-RPT
007410     DISPLAY "TANKREPL: ORDERS WRITTEN " WS-ORDER-COUNT
007420         " NOT WRITTEN " WS-HELD-COUNT
007430     IF WS-HELD-COUNT > 0
007440         MOVE 4 TO RETURN-CODE
007450     END-IF.
007460 4000-EXIT.
007470     EXIT.
