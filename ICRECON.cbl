000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ICRECON.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTH-END INTERCOMPANY
000100*                   RECONCILIATION. FOR EACH ICMAP PAIR THE OPEN
000110*                   RECEIVABLE ON THE BILLING COMPANY'S AR (THE
000120*                   INTERNAL CUSTOMER'S OPENITEM LINES) IS SET
000130*                   BESIDE THE OPEN PAYABLE ON THE RECEIVING
000140*                   COMPANY'S AP (THE INTERNAL VENDOR'S APOPEN
000150*                   INVOICES), BOTH AS AT THE MONTH END, WITH
000160*                   THE DIFFERENCE AND THE MONTH'S CHARGES OFF
000170*                   ICHIST, ON THE ICRRPT REPORT. THE BALANCE
000180*                   BOTH SIDES AGREE ON AND THE MONTH'S CHARGES
000190*                   GO TO GLEXTR ON ICELIM AS THE ELIMINATION
000200*                   ENTRIES FOR THE CONSOLIDATED BOOKS. A PAIR
000210*                   OUT OF BALANCE ENDS THE STEP WITH RETURN
000220*                   CODE 4. THE MONTH END COMES FROM THE ICRCTL
000230*                   CARD, OR IS THE LAST DAY OF THE BUSINESS
000240*                   DATE'S MONTH.
000241*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE - ONLY ITS
000242*                   OPEN LINES ARE READ, THROUGH THE ALTERNATE KEY
000243*                   ON STATUS.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ICRCTL-IN   ASSIGN TO ICRCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RCTL-STATUS.
000320     SELECT ICMAP-IN    ASSIGN TO ICMAP
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MAP-STATUS.
000350     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000351         ORGANIZATION IS INDEXED
000352         ACCESS MODE IS DYNAMIC
000353         RECORD KEY IS OI-KEY
000354         ALTERNATE RECORD KEY IS OI-STATUS
000355             WITH DUPLICATES
000370         FILE STATUS IS WS-OPEN-STATUS.
000380     SELECT APOPEN      ASSIGN TO APOPEN
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS AP-KEY
000420         FILE STATUS IS WS-AP-STATUS.
000430     SELECT ICHIST-IN   ASSIGN TO ICHIST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HIST-STATUS.
000460     SELECT ICELIM-OUT  ASSIGN TO ICELIM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ELIM-STATUS.
000490     SELECT ICR-RPT     ASSIGN TO ICRRPT
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----CONTROL CARD - THE MONTH-END DATE BEING CLOSED. NO CARD
000550*----MEANS THE MONTH OF THE BUSINESS DATE.
000560 FD  ICRCTL-IN.
000570 01  ICRCTL-REC.
000580     05  IR-MONTH-END     PIC 9(8).
000590     05  FILLER           PIC X(72).
000600
000610 FD  ICMAP-IN.
000620     COPY "ICMAP.cpy".
000630
000640 FD  OPENITEM-IN.
000650     COPY "OPENITEM.cpy".
000660
000670 FD  APOPEN.
000680     COPY "APOPEN.cpy".
000690
000700 FD  ICHIST-IN.
000710     COPY "ICHIST.cpy".
000720
000730 FD  ICELIM-OUT.
000740     COPY "ICELIM.cpy".
000750
000760 FD  ICR-RPT.
000770 01  ICR-RPT-REC          PIC X(100).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-RCTL-STATUS       PIC X(2) VALUE SPACES.
000810 01  WS-MAP-STATUS        PIC X(2) VALUE SPACES.
000820 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
000830 01  WS-AP-STATUS         PIC X(2) VALUE SPACES.
000840 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
000850 01  WS-ELIM-STATUS       PIC X(2) VALUE SPACES.
000860 01  WS-REFUSED-SW        PIC X(1) VALUE "N".
000870     88  RUN-REFUSED          VALUE "Y".
000880 01  WS-EOF-SW            PIC X(1) VALUE "N".
000890     88  END-OF-FILE          VALUE "Y".
000900 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
000910 01  WS-MONTH-END         PIC 9(8) VALUE 0.
000920 01  WS-MONTH-START       PIC 9(8) VALUE 0.
000930 01  WS-REMAINING         PIC S9(7)V99 VALUE 0.
000940 01  WS-DIFFERENCE        PIC S9(9)V99 VALUE 0.
000950 01  WS-ELIM-BALANCE      PIC S9(9)V99 VALUE 0.
000960 01  WS-OUT-COUNT         PIC 9(3) COMP VALUE 0.
000970 01  WS-ELIM-COUNT        PIC 9(3) COMP VALUE 0.
000980 01  WS-ELIM-BAL-TOTAL    PIC 9(9)V99 VALUE 0.
000990 01  WS-ELIM-CHG-TOTAL    PIC 9(9)V99 VALUE 0.
001000*----ONE ROW PER PAIR ON THE CONTROL, WITH ITS TWO BALANCES AND
001010*----THE MONTH'S CHARGES AS THEY ARE GATHERED
001020 01  WS-PAIR-COUNT        PIC 9(3) COMP VALUE 0.
001030 01  WS-PAIR-TABLE.
001040     05  WS-PAIR-ENTRY    OCCURS 50 TIMES
001050                          INDEXED BY PR-IDX.
001060         10  WS-P-BILL-CO PIC X(2).
001070         10  WS-P-RECV-CO PIC X(2).
001080         10  WS-P-CUST-ID PIC X(7).
001090         10  WS-P-VENDOR  PIC X(6).
001100         10  WS-P-AR-BAL  PIC S9(9)V99.
001110         10  WS-P-AP-BAL  PIC S9(9)V99.
001120         10  WS-P-CHARGES PIC S9(9)V99.
001130*----CALENDAR ARITHMETIC
001140 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001150 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001160     05  WS-DT-YEAR       PIC 9(4).
001170     05  WS-DT-MONTH      PIC 9(2).
001180     05  WS-DT-DAY        PIC 9(2).
001190 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001200 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001210 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001220 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001230 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001240 01  WS-MONTH-DAYS-LIT    PIC X(24)
001250         VALUE "312831303130313130313031".
001260 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001270     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001280 01  WS-HDG-LINE-1.
001290     05  FILLER           PIC X(45)
001300         VALUE "INTERCOMPANY RECONCILIATION FOR MONTH ENDING ".
001310     05  HL-MONTH-END     PIC 9(8).
001320 01  WS-HDG-LINE-2.
001330     05  FILLER           PIC X(36) VALUE
001340         "PAIR  CUST-ID   AR RECEIVABLE VENDOR".
001350     05  FILLER           PIC X(16) VALUE
001360         "      AP PAYABLE".
001370     05  FILLER           PIC X(48) VALUE
001380         "      DIFFERENCE   MONTH CHARGES STATUS".
001390 01  WS-DETAIL-LINE.
001400     05  DL-BILL-CO       PIC X(2).
001410     05  FILLER           PIC X(1) VALUE ">".
001420     05  DL-RECV-CO       PIC X(2).
001430     05  FILLER           PIC X(1) VALUE SPACE.
001440     05  DL-CUST-ID       PIC X(7).
001450     05  FILLER           PIC X(1) VALUE SPACE.
001460     05  DL-AR-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
001470     05  FILLER           PIC X(1) VALUE SPACE.
001480     05  DL-VENDOR        PIC X(6).
001490     05  FILLER           PIC X(1) VALUE SPACE.
001500     05  DL-AP-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
001510     05  FILLER           PIC X(1) VALUE SPACE.
001520     05  DL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
001530     05  FILLER           PIC X(1) VALUE SPACE.
001540     05  DL-CHARGES       PIC ZZZ,ZZZ,ZZ9.99-.
001550     05  FILLER           PIC X(1) VALUE SPACE.
001560     05  DL-STATUS        PIC X(14).
001570 01  WS-TOTAL-LINE.
001580     05  TL-LABEL         PIC X(30).
001590     05  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER           PIC X(8) VALUE "  COUNT ".
001610     05  TL-COUNT         PIC ZZZZ9.
001620
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     IF RUN-REFUSED
001670         GOBACK
001680     END-IF
001690     PERFORM 2000-GATHER-RECEIVABLES THRU 2000-EXIT
001700     PERFORM 3000-GATHER-PAYABLES THRU 3000-EXIT
001710     PERFORM 4000-GATHER-CHARGES THRU 4000-EXIT
001720     PERFORM 5000-REPORT-ONE-PAIR THRU 5000-EXIT
001730         VARYING PR-IDX FROM 1 BY 1
001740         UNTIL PR-IDX > WS-PAIR-COUNT
001750     PERFORM 7000-TERMINATE THRU 7000-EXIT
001760     GOBACK.
001770
001780*----NO PAIR CONTROL MEANS NO INTERCOMPANY BUSINESS TO
001790*----RECONCILE. WITHOUT THE OPEN ITEMS ONE SIDE WOULD SHOW
001800*----NOTHING AND EVERY PAIR WOULD LOOK OUT, SO THE RUN REFUSES.
001810 1000-INITIALIZE.
001820     PERFORM 1200-GET-MONTH-END THRU 1200-EXIT
001830     PERFORM 1100-LOAD-PAIRS THRU 1100-EXIT
001840     IF WS-PAIR-COUNT = 0
001850         DISPLAY "ICRECON: NO ICMAP PAIR CONTROL - NOTHING TO "
001860             "RECONCILE"
001870         MOVE "Y" TO WS-REFUSED-SW
001880         GO TO 1000-EXIT
001890     END-IF
001900     OPEN INPUT OPENITEM-IN
001910     IF WS-OPEN-STATUS NOT = "00"
001920         DISPLAY "ICRECON: NO OPEN-ITEMS FILE - RUN REFUSED, "
001930             "RUN CASHRCPT FIRST"
001940         MOVE 12 TO RETURN-CODE
001950         MOVE "Y" TO WS-REFUSED-SW
001960         GO TO 1000-EXIT
001970     END-IF
001980     OPEN OUTPUT ICELIM-OUT
001990     OPEN OUTPUT ICR-RPT
002000     MOVE WS-MONTH-END TO HL-MONTH-END
002010     WRITE ICR-RPT-REC FROM WS-HDG-LINE-1
002020     MOVE SPACES TO ICR-RPT-REC
002030     WRITE ICR-RPT-REC
002040     WRITE ICR-RPT-REC FROM WS-HDG-LINE-2.
002050 1000-EXIT.
002060     EXIT.
002070
002080 1100-LOAD-PAIRS.
002090     MOVE "N" TO WS-EOF-SW
002100     OPEN INPUT ICMAP-IN
002110     IF WS-MAP-STATUS NOT = "00"
002120         GO TO 1100-EXIT
002130     END-IF
002140     PERFORM 1150-LOAD-ONE-PAIR THRU 1150-EXIT
002150         UNTIL END-OF-FILE OR WS-PAIR-COUNT >= 50
002160     CLOSE ICMAP-IN.
002170 1100-EXIT.
002180     EXIT.
002190
002200 1150-LOAD-ONE-PAIR.
002210     READ ICMAP-IN
002220         AT END MOVE "Y" TO WS-EOF-SW
002230     END-READ
002240     IF END-OF-FILE OR IM-BILL-CO = IM-RECV-CO
002250         GO TO 1150-EXIT
002260     END-IF
002270     ADD 1 TO WS-PAIR-COUNT
002280     SET PR-IDX TO WS-PAIR-COUNT
002290     MOVE IM-BILL-CO TO WS-P-BILL-CO(PR-IDX)
002300     MOVE IM-RECV-CO TO WS-P-RECV-CO(PR-IDX)
002310     MOVE IM-CUST-ID TO WS-P-CUST-ID(PR-IDX)
002320     MOVE IM-VENDOR-ID TO WS-P-VENDOR(PR-IDX)
002330     MOVE 0 TO WS-P-AR-BAL(PR-IDX)
002340     MOVE 0 TO WS-P-AP-BAL(PR-IDX)
002350     MOVE 0 TO WS-P-CHARGES(PR-IDX).
002360 1150-EXIT.
002370     EXIT.
002380
002390*----THE MONTH RUNS FROM THE FIRST OF THE MONTH-END DATE'S
002400*----MONTH THROUGH THE MONTH END ITSELF.
002410 1200-GET-MONTH-END.
002420     MOVE 0 TO WS-MONTH-END
002430     OPEN INPUT ICRCTL-IN
002440     IF WS-RCTL-STATUS = "00"
002450         READ ICRCTL-IN
002460             AT END MOVE 0 TO IR-MONTH-END
002470         END-READ
002480         IF IR-MONTH-END NUMERIC
002490             MOVE IR-MONTH-END TO WS-MONTH-END
002500         END-IF
002510         CLOSE ICRCTL-IN
002520     END-IF
002530     IF WS-MONTH-END = 0
002540         CALL "GETBDATE" USING WS-BUS-DATE
002550         MOVE WS-BUS-DATE TO WS-DT-DATE
002560         PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
002570         MOVE WS-DT-MONTH-END TO WS-DT-DAY
002580         MOVE WS-DT-DATE TO WS-MONTH-END
002590     END-IF
002600     MOVE WS-MONTH-END TO WS-DT-DATE
002610     MOVE 1 TO WS-DT-DAY
002620     MOVE WS-DT-DATE TO WS-MONTH-START.
002630 1200-EXIT.
002640     EXIT.
002650
002660*----THE REMAINING BALANCE OF EVERY OPEN LINE DATED BY THE MONTH
002670*----END, FOR WHICHEVER PAIR CARRIES THE CUSTOMER.
002680 2000-GATHER-RECEIVABLES.
002690     MOVE "N" TO WS-EOF-SW
002691*----ONLY THE OPEN LINES, THROUGH THE STATUS KEY
002692     MOVE "O" TO OI-STATUS
002693     START OPENITEM-IN KEY IS = OI-STATUS
002694         INVALID KEY MOVE "Y" TO WS-EOF-SW
002695     END-START
002700     PERFORM 2100-SUM-ONE-ITEM THRU 2100-EXIT
002710         UNTIL END-OF-FILE
002720     CLOSE OPENITEM-IN.
002730 2000-EXIT.
002740     EXIT.
002750
002760 2100-SUM-ONE-ITEM.
002770     READ OPENITEM-IN NEXT RECORD
002780         AT END MOVE "Y" TO WS-EOF-SW
002790     END-READ
002791     IF NOT OI-IS-OPEN
002792         MOVE "Y" TO WS-EOF-SW
002793     END-IF
002800     IF END-OF-FILE
002810         GO TO 2100-EXIT
002820     END-IF
002830     IF NOT OI-IS-OPEN OR OI-INV-DATE > WS-MONTH-END
002840         GO TO 2100-EXIT
002850     END-IF
002860     COMPUTE WS-REMAINING = OI-AMOUNT - OI-PAID-AMT
002870     PERFORM 2150-ADD-ONE-AR THRU 2150-EXIT
002880         VARYING PR-IDX FROM 1 BY 1
002890         UNTIL PR-IDX > WS-PAIR-COUNT.
002900 2100-EXIT.
002910     EXIT.
002920
002930 2150-ADD-ONE-AR.
002940     IF WS-P-CUST-ID(PR-IDX) = OI-CUST-ID
002950         ADD WS-REMAINING TO WS-P-AR-BAL(PR-IDX)
002960     END-IF.
002970 2150-EXIT.
002980     EXIT.
002990
003000*----EVERY INVOICE STILL OPEN TO THE INTERNAL VENDOR AND DATED BY
003010*----THE MONTH END. NO PAYABLES FILE YET MEANS NO PAYABLES.
003020 3000-GATHER-PAYABLES.
003030     MOVE "N" TO WS-EOF-SW
003040     OPEN INPUT APOPEN
003050     IF WS-AP-STATUS NOT = "00"
003060         GO TO 3000-EXIT
003070     END-IF
003080     PERFORM 3100-SUM-ONE-PAYABLE THRU 3100-EXIT
003090         UNTIL END-OF-FILE
003100     CLOSE APOPEN.
003110 3000-EXIT.
003120     EXIT.
003130
003140 3100-SUM-ONE-PAYABLE.
003150     READ APOPEN NEXT RECORD
003160         AT END MOVE "Y" TO WS-EOF-SW
003170     END-READ
003180     IF END-OF-FILE
003190         GO TO 3100-EXIT
003200     END-IF
003210     IF NOT AP-IS-OPEN OR AP-INV-DATE > WS-MONTH-END
003220         GO TO 3100-EXIT
003230     END-IF
003240     PERFORM 3150-ADD-ONE-AP THRU 3150-EXIT
003250         VARYING PR-IDX FROM 1 BY 1
003260         UNTIL PR-IDX > WS-PAIR-COUNT.
003270 3100-EXIT.
003280     EXIT.
003290
003300 3150-ADD-ONE-AP.
003310     IF WS-P-VENDOR(PR-IDX) = AP-VENDOR-ID
003320         ADD AP-AMOUNT TO WS-P-AP-BAL(PR-IDX)
003330     END-IF.
003340 3150-EXIT.
003350     EXIT.
003360
003370*----THE CHARGES ICBILL POSTED WITH A CHARGE DATE IN THE MONTH
003380 4000-GATHER-CHARGES.
003390     MOVE "N" TO WS-EOF-SW
003400     OPEN INPUT ICHIST-IN
003410     IF WS-HIST-STATUS NOT = "00"
003420         GO TO 4000-EXIT
003430     END-IF
003440     PERFORM 4100-SUM-ONE-CHARGE THRU 4100-EXIT
003450         UNTIL END-OF-FILE
003460     CLOSE ICHIST-IN.
003470 4000-EXIT.
003480     EXIT.
003490
003500 4100-SUM-ONE-CHARGE.
003510     READ ICHIST-IN
003520         AT END MOVE "Y" TO WS-EOF-SW
003530     END-READ
003540     IF END-OF-FILE OR IH-AMOUNT NOT NUMERIC
003550         GO TO 4100-EXIT
003560     END-IF
003570     IF IH-CHARGE-DATE < WS-MONTH-START
003580         OR IH-CHARGE-DATE > WS-MONTH-END
003590         GO TO 4100-EXIT
003600     END-IF
003610     PERFORM 4150-ADD-ONE-CHARGE THRU 4150-EXIT
003620         VARYING PR-IDX FROM 1 BY 1
003630         UNTIL PR-IDX > WS-PAIR-COUNT.
003640 4100-EXIT.
003650     EXIT.
003660
003670 4150-ADD-ONE-CHARGE.
003680     IF WS-P-BILL-CO(PR-IDX) = IH-BILL-CO
003690         AND WS-P-RECV-CO(PR-IDX) = IH-RECV-CO
003700         ADD IH-AMOUNT TO WS-P-CHARGES(PR-IDX)
003710     END-IF.
003720 4150-EXIT.
003730     EXIT.
003740
003750*----THE TWO SIDES SIDE BY SIDE. ONLY WHAT BOTH SIDES CARRY IS
003760*----ELIMINATED - THE SMALLER OF THE TWO BALANCES - SO A
003770*----DIFFERENCE STAYS ON THE BOOKS UNTIL SOMEONE FINDS IT.
003780 5000-REPORT-ONE-PAIR.
003790     MOVE WS-P-BILL-CO(PR-IDX) TO DL-BILL-CO
003800     MOVE WS-P-RECV-CO(PR-IDX) TO DL-RECV-CO
003810     MOVE WS-P-CUST-ID(PR-IDX) TO DL-CUST-ID
003820     MOVE WS-P-AR-BAL(PR-IDX) TO DL-AR-BAL
003830     MOVE WS-P-VENDOR(PR-IDX) TO DL-VENDOR
003840     MOVE WS-P-AP-BAL(PR-IDX) TO DL-AP-BAL
003850     COMPUTE WS-DIFFERENCE =
003860         WS-P-AR-BAL(PR-IDX) - WS-P-AP-BAL(PR-IDX)
003870     MOVE WS-DIFFERENCE TO DL-DIFFERENCE
003880     MOVE WS-P-CHARGES(PR-IDX) TO DL-CHARGES
003890     IF WS-DIFFERENCE = 0
003900         MOVE "AGREED" TO DL-STATUS
003910     ELSE
003920         MOVE "OUT OF BALANCE" TO DL-STATUS
003930         ADD 1 TO WS-OUT-COUNT
003940     END-IF
003950     WRITE ICR-RPT-REC FROM WS-DETAIL-LINE
003960     IF WS-P-AR-BAL(PR-IDX) < WS-P-AP-BAL(PR-IDX)
003970         MOVE WS-P-AR-BAL(PR-IDX) TO WS-ELIM-BALANCE
003980     ELSE
003990         MOVE WS-P-AP-BAL(PR-IDX) TO WS-ELIM-BALANCE
004000     END-IF
004010     IF WS-ELIM-BALANCE < 0
004020         MOVE 0 TO WS-ELIM-BALANCE
004030     END-IF
004040     IF WS-ELIM-BALANCE = 0 AND WS-P-CHARGES(PR-IDX) = 0
004050         GO TO 5000-EXIT
004060     END-IF
004070     MOVE SPACES TO ICELIM-REC
004080     MOVE WS-MONTH-END TO IE-MONTH-END
004090     MOVE WS-P-BILL-CO(PR-IDX) TO IE-BILL-CO
004100     MOVE WS-P-RECV-CO(PR-IDX) TO IE-RECV-CO
004110     MOVE WS-ELIM-BALANCE TO IE-BALANCE-AMT
004120     MOVE WS-P-CHARGES(PR-IDX) TO IE-CHARGE-AMT
004130     WRITE ICELIM-REC
004140     ADD 1 TO WS-ELIM-COUNT
004150     ADD IE-BALANCE-AMT TO WS-ELIM-BAL-TOTAL
004160     ADD IE-CHARGE-AMT TO WS-ELIM-CHG-TOTAL.
004170 5000-EXIT.
004180     EXIT.
004190
004200 7000-TERMINATE.
004210     MOVE SPACES TO ICR-RPT-REC
004220     WRITE ICR-RPT-REC
004230     MOVE "PAIRS RECONCILED              " TO TL-LABEL
004240     MOVE 0 TO TL-AMOUNT
004250     MOVE WS-PAIR-COUNT TO TL-COUNT
004260     WRITE ICR-RPT-REC FROM WS-TOTAL-LINE
004270     MOVE "PAIRS OUT OF BALANCE          " TO TL-LABEL
004280     MOVE WS-OUT-COUNT TO TL-COUNT
004290     WRITE ICR-RPT-REC FROM WS-TOTAL-LINE
004300     MOVE "BALANCES ELIMINATED           " TO TL-LABEL
004310     MOVE WS-ELIM-BAL-TOTAL TO TL-AMOUNT
004320     MOVE WS-ELIM-COUNT TO TL-COUNT
004330     WRITE ICR-RPT-REC FROM WS-TOTAL-LINE
004340     MOVE "MONTH CHARGES ELIMINATED      " TO TL-LABEL
004350     MOVE WS-ELIM-CHG-TOTAL TO TL-AMOUNT
004360     WRITE ICR-RPT-REC FROM WS-TOTAL-LINE
004370     CLOSE ICELIM-OUT
004380     CLOSE ICR-RPT
004390     DISPLAY "ICRECON: PAIRS RECONCILED - " WS-PAIR-COUNT
004400     DISPLAY "ICRECON: PAIRS OUT OF BALANCE - " WS-OUT-COUNT
004410     DISPLAY "ICRECON: ELIMINATION RECORDS - " WS-ELIM-COUNT
004420     IF WS-OUT-COUNT > 0
004430         MOVE 4 TO RETURN-CODE
004440     ELSE
004450         MOVE 0 TO RETURN-CODE
004460     END-IF.
004470 7000-EXIT.
004480     EXIT.
004490
004500*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
004510 9050-MONTH-LENGTH.
004520     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
004530     IF WS-DT-MONTH = 2
004540         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
004550             REMAINDER WS-DT-REM4
004560         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
004570             REMAINDER WS-DT-REM100
004580         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
004590             REMAINDER WS-DT-REM400
004600         IF WS-DT-REM4 = 0
004610             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
004620             MOVE 29 TO WS-DT-MONTH-END
004630         END-IF
004640     END-IF.
004650 9050-EXIT.
004660     EXIT.
