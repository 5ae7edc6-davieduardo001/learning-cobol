000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FLASHRPT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - DAILY EXECUTIVE FLASH. ONE PAGE
000100*                   EACH MORNING FOR THE NIGHT JUST RUN (THE
000110*                   BUSDATE BUSINESS DATE): INVOICES BILLED,
000120*                   CASH RECEIVED AND PAYROLL PAID FROM THE
000130*                   CTLTOTS CONTROL TOTALS THE STEPS WRITE, TOTAL
000140*                   AR AND ITS 90-PLUS PERCENTAGE FROM THE
000150*                   OPENITEM BOOK, THE OVERDRAWN ACCOUNT COUNT
000160*                   FROM ACCTBAL, AND THE TANK INVENTORY VALUE
000170*                   TANKVAL FILED. EACH FIGURE SHOWS THE DAY,
000180*                   MONTH TO DATE AND THE SAME DAY LAST MONTH.
000190*                   THE BALANCE FIGURES ARE KEPT ON THE FLASHHST
000200*                   HISTORY SO THEIR MONTH-TO-DATE AVERAGE AND
000210*                   LAST MONTH'S FIGURE CAN BE SHOWN. A FIGURE
000220*                   WHOSE STEP FILED NO CONTROL TOTAL FOR THE
000230*                   NIGHT - IT FAILED OR DID NOT RUN - IS MARKED
000240*                   WITH THE DATE IT LAST RAN, AND THE RUN ENDS
000250*                   RC 4.
000251*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000252*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000253*                   OWN ZERO CODE.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CTLTOTS-IN  ASSIGN TO CTLTOTS
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CTL-STATUS.
000330     SELECT FLASHHST-IO ASSIGN TO FLASHHST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HIST-STATUS.
000360     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OI-KEY
000400         ALTERNATE RECORD KEY IS OI-STATUS
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-OPEN-STATUS.
000430     SELECT ACCTBAL-IN  ASSIGN TO ACCTBAL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS AB-IDENT
000470         FILE STATUS IS WS-BAL-STATUS.
000480     SELECT FLASH-RPT   ASSIGN TO FLASHRPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CTLTOTS-IN.
000540 01  CTLTOTS-REC.
000550     05  CT-PROGRAM         PIC X(10).
000560     05  CT-DATE            PIC 9(8).
000570     05  CT-TIME            PIC 9(8).
000580     05  CT-READ            PIC 9(7).
000590     05  CT-WRITTEN         PIC 9(7).
000600     05  CT-REJECTS         PIC 9(7).
000610     05  CT-AMOUNT          PIC 9(11)V99.
000620
000630*----ONE SNAPSHOT OF THE BALANCE FIGURES PER FLASH RUN. A FLAG
000640*----OF N MEANS THAT FIGURE WAS NOT AVAILABLE THAT MORNING AND
000650*----IS LEFT OUT OF THE AVERAGES. A RERUN FOR THE SAME DATE
000660*----APPENDS AGAIN - THE LAST SNAPSHOT FOR A DATE IS THE ONE USED.
000670 FD  FLASHHST-IO.
000680 01  FLASHHST-REC.
000690     05  FH-DATE            PIC 9(8).
000700     05  FH-AR-OK           PIC X(1).
000710     05  FH-AR-TOTAL        PIC S9(11)V99
000720                            SIGN IS LEADING SEPARATE.
000730     05  FH-AR-90PLUS       PIC S9(11)V99
000740                            SIGN IS LEADING SEPARATE.
000750     05  FH-ACCT-OK         PIC X(1).
000760     05  FH-OVERDRAWN       PIC 9(7).
000770     05  FH-TANK-OK         PIC X(1).
000780     05  FH-TANK-VALUE      PIC 9(11)V99.
000790
000800 FD  OPENITEM-IN.
000810     COPY "OPENITEM.cpy".
000820
000830 FD  ACCTBAL-IN.
000840     COPY "ACCTBAL.cpy".
000850
000860 FD  FLASH-RPT.
000870 01  FLASH-RPT-REC          PIC X(60).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-CTL-STATUS          PIC X(2) VALUE SPACES.
000910 01  WS-HIST-STATUS         PIC X(2) VALUE SPACES.
000920 01  WS-OPEN-STATUS         PIC X(2) VALUE SPACES.
000930 01  WS-BAL-STATUS          PIC X(2) VALUE SPACES.
000940 01  WS-CTL-EOF-SW          PIC X(1) VALUE "N".
000950     88  END-OF-CTLTOTS         VALUE "Y".
000960 01  WS-HIST-EOF-SW         PIC X(1) VALUE "N".
000970     88  END-OF-HISTORY         VALUE "Y".
000980 01  WS-OPEN-EOF-SW         PIC X(1) VALUE "N".
000990     88  END-OF-OPEN-ITEMS      VALUE "Y".
001000 01  WS-BAL-EOF-SW          PIC X(1) VALUE "N".
001010     88  END-OF-BALANCES        VALUE "Y".
001020 01  WS-AR-OK-SW            PIC X(1) VALUE "N".
001030     88  AR-AVAILABLE           VALUE "Y".
001040 01  WS-ACCT-OK-SW          PIC X(1) VALUE "N".
001050     88  ACCT-AVAILABLE         VALUE "Y".
001060 01  WS-TANK-OK-SW          PIC X(1) VALUE "N".
001070     88  TANK-CURRENT           VALUE "Y".
001080 01  WS-FOUND-SW            PIC X(1) VALUE "N".
001090     88  STEP-FOUND             VALUE "Y".
001100 01  WS-MARK-COUNT          PIC 9(3) COMP VALUE 0.
001110 01  WS-CTL-COUNT           PIC 9(7) VALUE 0.
001120 01  WS-HIST-COUNT          PIC 9(7) VALUE 0.
001130 01  WS-ITEM-COUNT          PIC 9(7) VALUE 0.
001140 01  WS-ACCT-COUNT          PIC 9(7) VALUE 0.
001150*----THE FLASH DATE IS THE NIGHT BEING REPORTED, AND LAST
001160*----MONTH'S DATE THE SAME DAY A MONTH EARLIER - CUT BACK TO THE
001170*----MONTH'S LAST DAY WHEN THAT MONTH IS SHORTER.
001180 01  WS-FLASH-DATE          PIC 9(8) VALUE 0.
001190 01  WS-FLASH-DATE-R REDEFINES WS-FLASH-DATE.
001200     05  WS-FLASH-YEAR      PIC 9(4).
001210     05  WS-FLASH-MONTH     PIC 9(2).
001220     05  WS-FLASH-DAY       PIC 9(2).
001230 01  WS-MONTH-START         PIC 9(8) VALUE 0.
001240 01  WS-LM-DATE             PIC 9(8) VALUE 0.
001250 01  WS-WORK-DATE           PIC 9(8) VALUE 0.
001260 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
001270     05  WS-WORK-YEAR       PIC 9(4).
001280     05  WS-WORK-MONTH      PIC 9(2).
001290     05  WS-WORK-DAY        PIC 9(2).
001300 01  WS-MONTH-END           PIC 9(2) VALUE 0.
001310 01  WS-DT-QUOT             PIC 9(4) VALUE 0.
001320 01  WS-DT-REM4             PIC 9(4) VALUE 0.
001330 01  WS-DT-REM100           PIC 9(4) VALUE 0.
001340 01  WS-DT-REM400           PIC 9(4) VALUE 0.
001350 01  WS-MONTH-DAYS-LIT      PIC X(24)
001360         VALUE "312831303130313130313031".
001370 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001380     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
001390*----THE STEPS WHOSE CONTROL TOTALS FEED THE FLASH. THE ORDER IS
001400*----FIXED - THE FIGURE PARAGRAPHS SUBSCRIPT BY POSITION:
001410*----  1 INVTOTAL  INVOICES BILLED
001420*----  2 CASHRCPT  CASH RECEIVED, AND THE OPENITEM BOOK
001430*----  3 CHECKWRT  PAYROLL PAID BY CHECK
001440*----  4 DDEPEXT   PAYROLL PAID BY DIRECT DEPOSIT
001450*----  5 ACCTEOD   THE OVERDRAFT SWEEP BEHIND ACCTBAL
001460*----  6 TANKVAL   TANK INVENTORY VALUE
001470 01  WS-STEP-NAMES.
001480     05  FILLER             PIC X(10) VALUE "INVTOTAL".
001490     05  FILLER             PIC X(10) VALUE "CASHRCPT".
001500     05  FILLER             PIC X(10) VALUE "CHECKWRT".
001510     05  FILLER             PIC X(10) VALUE "DDEPEXT".
001520     05  FILLER             PIC X(10) VALUE "ACCTEOD".
001530     05  FILLER             PIC X(10) VALUE "TANKVAL".
001540 01  WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES.
001550     05  WS-STEP-NAME       PIC X(10) OCCURS 6 TIMES.
001560*----PER STEP: THE NIGHT'S, MONTH-TO-DATE AND LAST MONTH'S
001570*----AMOUNTS, AND THE LAST DATE IT FILED ON OR BEFORE THE NIGHT
001580*----WITH THAT DATE'S AMOUNT. EVERY RECORD FOR A DATE ADDS IN -
001590*----EACH COMPANY'S CHAIN FILES ITS OWN.
001600 01  WS-STEP-TABLE.
001610     05  WS-STEP-ENTRY      OCCURS 6 TIMES
001620                            INDEXED BY ST-IDX.
001630         10  WS-S-DAY-AMT   PIC 9(11)V99.
001640         10  WS-S-MTD-AMT   PIC 9(11)V99.
001650         10  WS-S-LM-AMT    PIC 9(11)V99.
001660         10  WS-S-LAST-DATE PIC 9(8).
001670         10  WS-S-LAST-AMT  PIC 9(11)V99.
001680 01  WS-STEP-IX             PIC 9(1) VALUE 0.
001690*----THIS MONTH'S BALANCE SNAPSHOTS BY DAY, FROM FLASHHST PLUS
001700*----THIS MORNING'S FIGURES.
001710 01  WS-HIST-DAYS.
001720     05  WS-HIST-DAY        OCCURS 31 TIMES
001730                            INDEXED BY HD-IDX.
001740         10  WS-H-AR-OK     PIC X(1).
001750         10  WS-H-AR-TOTAL  PIC S9(11)V99.
001760         10  WS-H-AR-90PLUS PIC S9(11)V99.
001770         10  WS-H-ACCT-OK   PIC X(1).
001780         10  WS-H-OVERDRAWN PIC 9(7).
001790         10  WS-H-TANK-OK   PIC X(1).
001800         10  WS-H-TANK-VALUE PIC 9(11)V99.
001810*----LAST MONTH'S SNAPSHOT, WHEN FLASHHST HAS ONE
001820 01  WS-LM-AR-OK            PIC X(1) VALUE "N".
001830 01  WS-LM-AR-TOTAL         PIC S9(11)V99 VALUE 0.
001840 01  WS-LM-AR-90PLUS        PIC S9(11)V99 VALUE 0.
001850 01  WS-LM-ACCT-OK          PIC X(1) VALUE "N".
001860 01  WS-LM-OVERDRAWN        PIC 9(7) VALUE 0.
001870 01  WS-LM-TANK-OK          PIC X(1) VALUE "N".
001880 01  WS-LM-TANK-VALUE       PIC 9(11)V99 VALUE 0.
001890*----THIS MORNING'S BALANCE FIGURES
001900 01  WS-AR-TOTAL            PIC S9(11)V99 VALUE 0.
001910 01  WS-AR-90PLUS           PIC S9(11)V99 VALUE 0.
001920 01  WS-OVERDRAWN           PIC 9(7) VALUE 0.
001930 01  WS-TANK-VALUE          PIC 9(11)V99 VALUE 0.
001940*----MONTH-TO-DATE SUMS OF THE SNAPSHOTS, AND THE DAYS IN EACH
001950 01  WS-SUM-AR-TOTAL        PIC S9(13)V99 VALUE 0.
001960 01  WS-SUM-AR-90PLUS       PIC S9(13)V99 VALUE 0.
001970 01  WS-SUM-OVERDRAWN       PIC 9(9) VALUE 0.
001980 01  WS-SUM-TANK-VALUE      PIC 9(13)V99 VALUE 0.
001990 01  WS-AR-DAYS             PIC 9(2) VALUE 0.
002000 01  WS-ACCT-DAYS           PIC 9(2) VALUE 0.
002010 01  WS-TANK-DAYS           PIC 9(2) VALUE 0.
002020*----AGING - THE SAME 30/360 RULE AGERPT USES. A LINE WITH A DUE
002030*----DATE AGES AS THOUGH INVOICED 30 DAYS BEFORE IT.
002040 01  WS-REMAINING           PIC S9(6)V99 VALUE 0.
002050 01  WS-INV-DATE            PIC 9(8) VALUE 0.
002060 01  WS-INV-DATE-R REDEFINES WS-INV-DATE.
002070     05  WS-INV-YEAR        PIC 9(4).
002080     05  WS-INV-MONTH       PIC 99.
002090     05  WS-INV-DAY         PIC 99.
002100 01  WS-DUE-OFFSET          PIC 9(2) VALUE 0.
002110 01  WS-AGE-DAYS            PIC S9(5) VALUE 0.
002120*----THE FIGURE BEING PRINTED, BEFORE EDITING
002130 01  WS-FIG-DAY             PIC S9(13)V99 VALUE 0.
002140 01  WS-FIG-MTD             PIC S9(13)V99 VALUE 0.
002150 01  WS-FIG-LM              PIC S9(13)V99 VALUE 0.
002160 01  WS-FIG-LM-SW           PIC X(1) VALUE "Y".
002170     88  LM-FIGURE-KNOWN        VALUE "Y".
002180 01  WS-PCT-DAY             PIC S9(3)V9 VALUE 0.
002190 01  WS-PCT-MTD             PIC S9(3)V9 VALUE 0.
002200 01  WS-PCT-LM              PIC S9(3)V9 VALUE 0.
002210*----FLASH LINES
002220 01  WS-DATE-LINE.
002230     05  FILLER             PIC X(14) VALUE "BUSINESS DATE ".
002240     05  DT-FLASH-DATE      PIC 9(8).
002250     05  FILLER             PIC X(17)
002260                            VALUE "   LAST MONTH    ".
002270     05  DT-LM-DATE         PIC 9(8).
002280 01  WS-COLUMN-HEAD.
002290     05  FILLER             PIC X(19) VALUE "FIGURE".
002300     05  FILLER             PIC X(12)
002310                            VALUE "         DAY".
002320     05  FILLER             PIC X(14)
002330                            VALUE " MONTH TO DATE".
002340     05  FILLER             PIC X(14)
002350                            VALUE "    LAST MONTH".
002360 01  WS-FIGURE-LINE.
002370     05  FL-LABEL           PIC X(18).
002380     05  FILLER             PIC X(1) VALUE SPACE.
002390     05  FL-DAY             PIC -ZZZ,ZZZ,ZZ9.
002400     05  FILLER             PIC X(2) VALUE SPACES.
002410     05  FL-MTD             PIC -ZZZ,ZZZ,ZZ9.
002420     05  FILLER             PIC X(2) VALUE SPACES.
002430     05  FL-LM              PIC -ZZZ,ZZZ,ZZ9.
002440     05  FL-LM-X REDEFINES FL-LM
002450                            PIC X(12).
002460 01  WS-PERCENT-LINE.
002470     05  PL-LABEL           PIC X(18).
002480     05  FILLER             PIC X(7) VALUE SPACES.
002490     05  PL-DAY             PIC -ZZ9.9.
002500     05  FILLER             PIC X(1) VALUE "%".
002510     05  FILLER             PIC X(7) VALUE SPACES.
002520     05  PL-MTD             PIC -ZZ9.9.
002530     05  FILLER             PIC X(1) VALUE "%".
002540     05  FILLER             PIC X(7) VALUE SPACES.
002550     05  PL-LM-GROUP.
002560         10  PL-LM          PIC -ZZ9.9.
002570         10  FILLER         PIC X(1) VALUE "%".
002580     05  PL-LM-X REDEFINES PL-LM-GROUP
002590                            PIC X(6).
002600 01  WS-MARK-LINE.
002610     05  FILLER             PIC X(5) VALUE "  ** ".
002620     05  ML-STEP            PIC X(9).
002630     05  ML-TEXT            PIC X(46).
002640 01  WS-LAST-RAN-TEXT.
002650     05  FILLER             PIC X(33)
002660         VALUE "DID NOT RUN OR FAILED - LAST RAN ".
002670     05  LR-DATE            PIC 9(8).
002680 01  WS-NOTE-LINE           PIC X(60) VALUE SPACES.
002690 01  WS-RPT-CONTROL.
002700     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002710     05  WS-RPT-TITLE       PIC X(40)
002720         VALUE "DAILY EXECUTIVE FLASH".
002730     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
002740     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
002750     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
002760     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
002770     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002780     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002790     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002800     05  WS-RPT-ID          PIC X(8) VALUE "FLASHRPT".
002810     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002820 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002830*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
002840 01  WS-LOG-PROGRAM         PIC X(10) VALUE "FLASHRPT".
002850 01  WS-LOG-EVENT           PIC X(1) VALUE "S".
002860 01  WS-LOG-READ            PIC 9(7) VALUE 0.
002870 01  WS-LOG-WRITTEN         PIC 9(7) VALUE 0.
002880 01  WS-LOG-REJECTS         PIC 9(7) VALUE 0.
002890 01  WS-LOG-RC              PIC 9(4) VALUE 0.
002900
002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     PERFORM 2000-LOAD-CONTROL-TOTALS THRU 2000-EXIT
002950     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
002960     PERFORM 4000-TOTAL-RECEIVABLES THRU 4000-EXIT
002970     PERFORM 4500-COUNT-OVERDRAWN THRU 4500-EXIT
002980     PERFORM 4800-TAKE-SNAPSHOT THRU 4800-EXIT
002990     PERFORM 5000-PRINT-FLASH THRU 5000-EXIT
003000     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
003010     PERFORM 7000-TERMINATE THRU 7000-EXIT
003020     GOBACK.
003030
003040 1000-INITIALIZE.
003050     MOVE "S" TO WS-LOG-EVENT
003060     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
003070         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
003080     CALL "GETBDATE" USING WS-FLASH-DATE
003090     MOVE WS-FLASH-DATE TO WS-WORK-DATE
003100     MOVE 1 TO WS-WORK-DAY
003110     MOVE WS-WORK-DATE TO WS-MONTH-START
003120     PERFORM 1100-LAST-MONTH-DATE THRU 1100-EXIT
003130     INITIALIZE WS-STEP-TABLE
003140     INITIALIZE WS-HIST-DAYS
003150     OPEN OUTPUT FLASH-RPT
003160     MOVE WS-FLASH-DATE TO WS-RPT-RUN-DATE
003170     MOVE "I" TO WS-RPT-OP
003180     CALL "RPTWRITE" USING WS-RPT-CONTROL.
003190 1000-EXIT.
003200     EXIT.
003210
003220*----THE SAME DAY ONE MONTH BACK - JANUARY GOES BACK TO
003230*----DECEMBER OF THE YEAR BEFORE, AND A DAY PAST THE END OF THAT
003240*----MONTH IS CUT BACK TO ITS LAST DAY.
003250 1100-LAST-MONTH-DATE.
003260     MOVE WS-FLASH-DATE TO WS-WORK-DATE
003270     IF WS-WORK-MONTH = 1
003280         MOVE 12 TO WS-WORK-MONTH
003290         SUBTRACT 1 FROM WS-WORK-YEAR
003300     ELSE
003310         SUBTRACT 1 FROM WS-WORK-MONTH
003320     END-IF
003330     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
003340     IF WS-WORK-DAY > WS-MONTH-END
003350         MOVE WS-MONTH-END TO WS-WORK-DAY
003360     END-IF
003370     MOVE WS-WORK-DATE TO WS-LM-DATE.
003380 1100-EXIT.
003390     EXIT.
003400
003410*----CTLTOTS ONLY EVER APPENDS. EVERY RECORD FOR A FEEDING STEP
003420*----DATED IN THE WINDOW ADDS TO THAT STEP'S FIGURES; ANYTHING
003430*----DATED AFTER THE FLASH DATE IS A LATER NIGHT AND IS SKIPPED.
003440 2000-LOAD-CONTROL-TOTALS.
003450     OPEN INPUT CTLTOTS-IN
003460     IF WS-CTL-STATUS NOT = "00"
003470         DISPLAY "FLASHRPT: NO CONTROL TOTALS - STATUS "
003480             WS-CTL-STATUS
003490         GO TO 2000-EXIT
003500     END-IF
003510     PERFORM 2050-READ-CTLTOTS THRU 2050-EXIT
003520     PERFORM 2100-ADD-ONE-TOTAL THRU 2100-EXIT
003530         UNTIL END-OF-CTLTOTS
003540     CLOSE CTLTOTS-IN.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2050-READ-CTLTOTS.
003590     READ CTLTOTS-IN
003600         AT END MOVE "Y" TO WS-CTL-EOF-SW
003610     END-READ.
003620 2050-EXIT.
003630     EXIT.
003640
003650 2100-ADD-ONE-TOTAL.
003660     ADD 1 TO WS-CTL-COUNT
003670     IF CT-DATE > WS-FLASH-DATE
003680         GO TO 2100-NEXT
003690     END-IF
003700     MOVE "N" TO WS-FOUND-SW
003710     PERFORM 2150-MATCH-ONE-STEP THRU 2150-EXIT
003720         VARYING ST-IDX FROM 1 BY 1
003730         UNTIL ST-IDX > 6 OR STEP-FOUND
003740     IF NOT STEP-FOUND
003750         GO TO 2100-NEXT
003760     END-IF
003770     IF CT-DATE = WS-FLASH-DATE
003780         ADD CT-AMOUNT TO WS-S-DAY-AMT(ST-IDX)
003790     END-IF
003800     IF CT-DATE NOT < WS-MONTH-START
003810         ADD CT-AMOUNT TO WS-S-MTD-AMT(ST-IDX)
003820     END-IF
003830     IF CT-DATE = WS-LM-DATE
003840         ADD CT-AMOUNT TO WS-S-LM-AMT(ST-IDX)
003850     END-IF
003860     EVALUATE TRUE
003870         WHEN CT-DATE > WS-S-LAST-DATE(ST-IDX)
003880             MOVE CT-DATE TO WS-S-LAST-DATE(ST-IDX)
003890             MOVE CT-AMOUNT TO WS-S-LAST-AMT(ST-IDX)
003900         WHEN CT-DATE = WS-S-LAST-DATE(ST-IDX)
003910             ADD CT-AMOUNT TO WS-S-LAST-AMT(ST-IDX)
003920     END-EVALUATE.
003930 2100-NEXT.
003940     PERFORM 2050-READ-CTLTOTS THRU 2050-EXIT.
003950 2100-EXIT.
003960     EXIT.
003970
003980*----THE FOUND INDEX IS ONE PAST THE MATCH AFTER THE VARYING
003990*----LOOP STOPS, SO THE MATCH SETS IT BACK.
004000 2150-MATCH-ONE-STEP.
004010     SET WS-STEP-IX TO ST-IDX
004020     IF CT-PROGRAM = WS-STEP-NAME(WS-STEP-IX)
004030         MOVE "Y" TO WS-FOUND-SW
004040         SET ST-IDX DOWN BY 1
004050     END-IF.
004060 2150-EXIT.
004070     EXIT.
004080
004090*----THIS MONTH'S EARLIER SNAPSHOTS AND LAST MONTH'S. NO HISTORY
004100*----YET ONLY MEANS THE AVERAGES START WITH THIS MORNING.
004110 3000-LOAD-HISTORY.
004120     OPEN INPUT FLASHHST-IO
004130     IF WS-HIST-STATUS NOT = "00"
004140         DISPLAY "FLASHRPT: NO FLASH HISTORY - STATUS "
004150             WS-HIST-STATUS
004160         GO TO 3000-EXIT
004170     END-IF
004180     PERFORM 3050-READ-HISTORY THRU 3050-EXIT
004190     PERFORM 3100-KEEP-ONE-SNAPSHOT THRU 3100-EXIT
004200         UNTIL END-OF-HISTORY
004210     CLOSE FLASHHST-IO.
004220 3000-EXIT.
004230     EXIT.
004240
004250 3050-READ-HISTORY.
004260     READ FLASHHST-IO
004270         AT END MOVE "Y" TO WS-HIST-EOF-SW
004280     END-READ.
004290 3050-EXIT.
004300     EXIT.
004310
004320 3100-KEEP-ONE-SNAPSHOT.
004330     ADD 1 TO WS-HIST-COUNT
004340     IF FH-DATE = WS-LM-DATE
004350         MOVE FH-AR-OK TO WS-LM-AR-OK
004360         MOVE FH-AR-TOTAL TO WS-LM-AR-TOTAL
004370         MOVE FH-AR-90PLUS TO WS-LM-AR-90PLUS
004380         MOVE FH-ACCT-OK TO WS-LM-ACCT-OK
004390         MOVE FH-OVERDRAWN TO WS-LM-OVERDRAWN
004400         MOVE FH-TANK-OK TO WS-LM-TANK-OK
004410         MOVE FH-TANK-VALUE TO WS-LM-TANK-VALUE
004420     END-IF
004430     IF FH-DATE < WS-MONTH-START OR FH-DATE NOT < WS-FLASH-DATE
004440         GO TO 3100-NEXT
004450     END-IF
004460     MOVE FH-DATE TO WS-WORK-DATE
004470     SET HD-IDX TO WS-WORK-DAY
004480     MOVE FH-AR-OK TO WS-H-AR-OK(HD-IDX)
004490     MOVE FH-AR-TOTAL TO WS-H-AR-TOTAL(HD-IDX)
004500     MOVE FH-AR-90PLUS TO WS-H-AR-90PLUS(HD-IDX)
004510     MOVE FH-ACCT-OK TO WS-H-ACCT-OK(HD-IDX)
004520     MOVE FH-OVERDRAWN TO WS-H-OVERDRAWN(HD-IDX)
004530     MOVE FH-TANK-OK TO WS-H-TANK-OK(HD-IDX)
004540     MOVE FH-TANK-VALUE TO WS-H-TANK-VALUE(HD-IDX).
004550 3100-NEXT.
004560     PERFORM 3050-READ-HISTORY THRU 3050-EXIT.
004570 3100-EXIT.
004580     EXIT.
004590
004600*----TOTAL AR IS THE REMAINING BALANCE OF EVERY OPEN LINE ON THE
004610*----BOOK, READ THROUGH THE STATUS KEY; THE 90-PLUS PART IS AGED
004620*----AS AGERPT AGES IT.
004630 4000-TOTAL-RECEIVABLES.
004640     OPEN INPUT OPENITEM-IN
004650     IF WS-OPEN-STATUS NOT = "00"
004660         DISPLAY "FLASHRPT: OPENITEM NOT AVAILABLE - STATUS "
004670             WS-OPEN-STATUS
004680         GO TO 4000-EXIT
004690     END-IF
004700     MOVE "Y" TO WS-AR-OK-SW
004710     MOVE "O" TO OI-STATUS
004720     START OPENITEM-IN KEY IS = OI-STATUS
004730         INVALID KEY MOVE "Y" TO WS-OPEN-EOF-SW
004740     END-START
004750     IF NOT END-OF-OPEN-ITEMS
004760         PERFORM 4050-READ-OPEN-ITEM THRU 4050-EXIT
004770     END-IF
004780     PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
004790         UNTIL END-OF-OPEN-ITEMS
004800     CLOSE OPENITEM-IN.
004810 4000-EXIT.
004820     EXIT.
004830
004840 4050-READ-OPEN-ITEM.
004850     READ OPENITEM-IN NEXT RECORD
004860         AT END MOVE "Y" TO WS-OPEN-EOF-SW
004870     END-READ
004880     IF NOT END-OF-OPEN-ITEMS AND NOT OI-IS-OPEN
004890         MOVE "Y" TO WS-OPEN-EOF-SW
004900     END-IF.
004910 4050-EXIT.
004920     EXIT.
004930
004940 4100-AGE-ONE-ITEM.
004950     ADD 1 TO WS-ITEM-COUNT
004960     COMPUTE WS-REMAINING = OI-AMOUNT - OI-PAID-AMT
004970     IF WS-REMAINING = 0
004980         GO TO 4100-NEXT
004990     END-IF
005000     ADD WS-REMAINING TO WS-AR-TOTAL
005010     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
005020         MOVE OI-DUE-DATE TO WS-INV-DATE
005030         MOVE 30 TO WS-DUE-OFFSET
005040     ELSE
005050         MOVE OI-INV-DATE TO WS-INV-DATE
005060         MOVE 0 TO WS-DUE-OFFSET
005070     END-IF
005080     IF WS-INV-DATE = 0
005090         GO TO 4100-NEXT
005100     END-IF
005110     COMPUTE WS-AGE-DAYS =
005120         ((WS-FLASH-YEAR - WS-INV-YEAR) * 360)
005130         + ((WS-FLASH-MONTH - WS-INV-MONTH) * 30)
005140         + (WS-FLASH-DAY - WS-INV-DAY)
005150         + WS-DUE-OFFSET
005160     IF WS-AGE-DAYS > 90
005170         ADD WS-REMAINING TO WS-AR-90PLUS
005180     END-IF.
005190 4100-NEXT.
005200     PERFORM 4050-READ-OPEN-ITEM THRU 4050-EXIT.
005210 4100-EXIT.
005220     EXIT.
005230
005240*----THE OVERDRAFT FLAG IS THE ONE THE ACCTEOD SWEEP RAISES
005250 4500-COUNT-OVERDRAWN.
005260     OPEN INPUT ACCTBAL-IN
005270     IF WS-BAL-STATUS NOT = "00"
005280         DISPLAY "FLASHRPT: ACCTBAL NOT AVAILABLE - STATUS "
005290             WS-BAL-STATUS
005300         GO TO 4500-EXIT
005310     END-IF
005320     MOVE "Y" TO WS-ACCT-OK-SW
005330     PERFORM 4550-READ-BALANCE THRU 4550-EXIT
005340     PERFORM 4600-COUNT-ONE-ACCOUNT THRU 4600-EXIT
005350         UNTIL END-OF-BALANCES
005360     CLOSE ACCTBAL-IN.
005370 4500-EXIT.
005380     EXIT.
005390
005400 4550-READ-BALANCE.
005410     READ ACCTBAL-IN
005420         AT END MOVE "Y" TO WS-BAL-EOF-SW
005430     END-READ.
005440 4550-EXIT.
005450     EXIT.
005460
005470 4600-COUNT-ONE-ACCOUNT.
005480     ADD 1 TO WS-ACCT-COUNT
005490     IF AB-IS-OVERDRAWN
005500         ADD 1 TO WS-OVERDRAWN
005510     END-IF
005520     PERFORM 4550-READ-BALANCE THRU 4550-EXIT.
005530 4600-EXIT.
005540     EXIT.
005550
005560*----THE TANK VALUE IS THE LAST ONE TANKVAL FILED - CURRENT ONLY
005570*----IF IT FILED FOR THE FLASH DATE. THIS MORNING'S FIGURES TAKE
005580*----TODAY'S SLOT, THEN THE MONTH'S SLOTS ARE SUMMED.
005590 4800-TAKE-SNAPSHOT.
005600     MOVE WS-S-LAST-AMT(6) TO WS-TANK-VALUE
005610     IF WS-S-LAST-DATE(6) = WS-FLASH-DATE
005620         MOVE "Y" TO WS-TANK-OK-SW
005630     END-IF
005640     SET HD-IDX TO WS-FLASH-DAY
005650     MOVE WS-AR-OK-SW TO WS-H-AR-OK(HD-IDX)
005660     MOVE WS-AR-TOTAL TO WS-H-AR-TOTAL(HD-IDX)
005670     MOVE WS-AR-90PLUS TO WS-H-AR-90PLUS(HD-IDX)
005680     MOVE WS-ACCT-OK-SW TO WS-H-ACCT-OK(HD-IDX)
005690     MOVE WS-OVERDRAWN TO WS-H-OVERDRAWN(HD-IDX)
005700     MOVE WS-TANK-OK-SW TO WS-H-TANK-OK(HD-IDX)
005710     MOVE WS-TANK-VALUE TO WS-H-TANK-VALUE(HD-IDX)
005720     PERFORM 4850-SUM-ONE-DAY THRU 4850-EXIT
005730         VARYING HD-IDX FROM 1 BY 1
005740         UNTIL HD-IDX > WS-FLASH-DAY.
005750 4800-EXIT.
005760     EXIT.
005770
005780 4850-SUM-ONE-DAY.
005790     IF WS-H-AR-OK(HD-IDX) = "Y"
005800         ADD WS-H-AR-TOTAL(HD-IDX) TO WS-SUM-AR-TOTAL
005810         ADD WS-H-AR-90PLUS(HD-IDX) TO WS-SUM-AR-90PLUS
005820         ADD 1 TO WS-AR-DAYS
005830     END-IF
005840     IF WS-H-ACCT-OK(HD-IDX) = "Y"
005850         ADD WS-H-OVERDRAWN(HD-IDX) TO WS-SUM-OVERDRAWN
005860         ADD 1 TO WS-ACCT-DAYS
005870     END-IF
005880     IF WS-H-TANK-OK(HD-IDX) = "Y"
005890         ADD WS-H-TANK-VALUE(HD-IDX) TO WS-SUM-TANK-VALUE
005900         ADD 1 TO WS-TANK-DAYS
005910     END-IF.
005920 4850-EXIT.
005930     EXIT.
005940
005950*----THE FLOW FIGURES ARE THE NIGHT'S TOTALS AND THEIR MONTH-TO-
005960*----DATE SUMS; THE BALANCE FIGURES SHOW THE MONTH'S AVERAGE OF
005970*----THE MORNING SNAPSHOTS IN THE MONTH-TO-DATE COLUMN.
005980 5000-PRINT-FLASH.
005990     MOVE WS-FLASH-DATE TO DT-FLASH-DATE
006000     MOVE WS-LM-DATE TO DT-LM-DATE
006010     MOVE WS-DATE-LINE TO WS-RPT-DETAIL
006020     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006030     MOVE "WHOLE DOLLARS - BALANCES SHOW THE MONTH'S AVERAGE"
006040         TO WS-RPT-DETAIL
006050     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006060     MOVE SPACES TO WS-RPT-DETAIL
006070     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006080     MOVE WS-COLUMN-HEAD TO WS-RPT-DETAIL
006090     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006100     PERFORM 5100-PRINT-BILLED THRU 5100-EXIT
006110     PERFORM 5200-PRINT-CASH THRU 5200-EXIT
006120     PERFORM 5300-PRINT-PAYROLL THRU 5300-EXIT
006130     PERFORM 5400-PRINT-RECEIVABLES THRU 5400-EXIT
006140     PERFORM 5500-PRINT-OVERDRAWN THRU 5500-EXIT
006150     PERFORM 5600-PRINT-TANK-VALUE THRU 5600-EXIT
006160     MOVE SPACES TO WS-RPT-DETAIL
006170     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006180     IF WS-MARK-COUNT = 0
006190         MOVE "ALL FEEDING STEPS FILED FOR THE NIGHT"
006200             TO WS-RPT-DETAIL
006210     ELSE
006220         MOVE "** MARKED FIGURES ARE STALE OR INCOMPLETE"
006230             TO WS-RPT-DETAIL
006240     END-IF
006250     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
006260 5000-EXIT.
006270     EXIT.
006280
006290 5100-PRINT-BILLED.
006300     MOVE "INVOICES BILLED" TO FL-LABEL
006310     MOVE 1 TO WS-STEP-IX
006320     PERFORM 5050-STEP-FIGURES THRU 5050-EXIT
006330     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
006340     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
006350 5100-EXIT.
006360     EXIT.
006370
006380 5200-PRINT-CASH.
006390     MOVE "CASH RECEIVED" TO FL-LABEL
006400     MOVE 2 TO WS-STEP-IX
006410     PERFORM 5050-STEP-FIGURES THRU 5050-EXIT
006420     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
006430     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
006440 5200-EXIT.
006450     EXIT.
006460
006470*----CHECKS AND DIRECT DEPOSITS TOGETHER. EITHER STEP MISSING
006480*----MARKS THE FIGURE.
006490 5300-PRINT-PAYROLL.
006500     MOVE "PAYROLL PAID" TO FL-LABEL
006510     MOVE "Y" TO WS-FIG-LM-SW
006520     COMPUTE WS-FIG-DAY = WS-S-DAY-AMT(3) + WS-S-DAY-AMT(4)
006530     COMPUTE WS-FIG-MTD = WS-S-MTD-AMT(3) + WS-S-MTD-AMT(4)
006540     COMPUTE WS-FIG-LM = WS-S-LM-AMT(3) + WS-S-LM-AMT(4)
006550     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
006560     MOVE 3 TO WS-STEP-IX
006570     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT
006580     MOVE 4 TO WS-STEP-IX
006590     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
006600 5300-EXIT.
006610     EXIT.
006620
006630 5050-STEP-FIGURES.
006640     MOVE "Y" TO WS-FIG-LM-SW
006650     MOVE WS-S-DAY-AMT(WS-STEP-IX) TO WS-FIG-DAY
006660     MOVE WS-S-MTD-AMT(WS-STEP-IX) TO WS-FIG-MTD
006670     MOVE WS-S-LM-AMT(WS-STEP-IX) TO WS-FIG-LM.
006680 5050-EXIT.
006690     EXIT.
006700
006710*----THE BOOK IS ONLY AS CURRENT AS THE LAST CASHRCPT RUN, WHICH
006720*----ABSORBS THE NIGHT'S INVOICES AND APPLIES ITS CASH.
006730 5400-PRINT-RECEIVABLES.
006740     MOVE "TOTAL AR" TO FL-LABEL
006750     MOVE WS-AR-TOTAL TO WS-FIG-DAY
006760     MOVE 0 TO WS-FIG-MTD
006770     IF WS-AR-DAYS > 0
006780         COMPUTE WS-FIG-MTD ROUNDED =
006790             WS-SUM-AR-TOTAL / WS-AR-DAYS
006800     END-IF
006810     MOVE WS-LM-AR-OK TO WS-FIG-LM-SW
006820     MOVE WS-LM-AR-TOTAL TO WS-FIG-LM
006830     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
006840     MOVE "AR 90-PLUS" TO PL-LABEL
006850     MOVE 0 TO WS-PCT-DAY WS-PCT-MTD WS-PCT-LM
006860     IF WS-AR-TOTAL > 0
006870         COMPUTE WS-PCT-DAY ROUNDED =
006880             WS-AR-90PLUS * 100 / WS-AR-TOTAL
006890     END-IF
006900     IF WS-SUM-AR-TOTAL > 0
006910         COMPUTE WS-PCT-MTD ROUNDED =
006920             WS-SUM-AR-90PLUS * 100 / WS-SUM-AR-TOTAL
006930     END-IF
006940     IF WS-LM-AR-TOTAL > 0
006950         COMPUTE WS-PCT-LM ROUNDED =
006960             WS-LM-AR-90PLUS * 100 / WS-LM-AR-TOTAL
006970     END-IF
006980     MOVE WS-PCT-DAY TO PL-DAY
006990     MOVE WS-PCT-MTD TO PL-MTD
007000     MOVE WS-PCT-LM TO PL-LM
007010     IF NOT LM-FIGURE-KNOWN
007020         MOVE "   N/A" TO PL-LM-X
007030     END-IF
007040     MOVE WS-PERCENT-LINE TO WS-RPT-DETAIL
007050     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007060     IF NOT AR-AVAILABLE
007070         MOVE "OPENITEM" TO ML-STEP
007080         MOVE "BOOK NOT AVAILABLE - AR NOT TOTALLED" TO ML-TEXT
007090         PERFORM 8450-PRINT-MARK THRU 8450-EXIT
007100     END-IF
007110     MOVE 2 TO WS-STEP-IX
007120     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
007130 5400-EXIT.
007140     EXIT.
007150
007160 5500-PRINT-OVERDRAWN.
007170     MOVE "OVERDRAWN ACCOUNTS" TO FL-LABEL
007180     MOVE WS-OVERDRAWN TO WS-FIG-DAY
007190     MOVE 0 TO WS-FIG-MTD
007200     IF WS-ACCT-DAYS > 0
007210         COMPUTE WS-FIG-MTD ROUNDED =
007220             WS-SUM-OVERDRAWN / WS-ACCT-DAYS
007230     END-IF
007240     MOVE WS-LM-ACCT-OK TO WS-FIG-LM-SW
007250     MOVE WS-LM-OVERDRAWN TO WS-FIG-LM
007260     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
007270     IF NOT ACCT-AVAILABLE
007280         MOVE "ACCTBAL" TO ML-STEP
007290         MOVE "NOT AVAILABLE - ACCOUNTS NOT COUNTED" TO ML-TEXT
007300         PERFORM 8450-PRINT-MARK THRU 8450-EXIT
007310     END-IF
007320     MOVE 5 TO WS-STEP-IX
007330     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
007340 5500-EXIT.
007350     EXIT.
007360
007370*----A TANK VALUE NOT FILED FOR THE NIGHT IS THE LAST ONE FILED,
007380*----MARKED WITH ITS DATE.
007390 5600-PRINT-TANK-VALUE.
007400     MOVE "TANK INVENTORY" TO FL-LABEL
007410     MOVE WS-TANK-VALUE TO WS-FIG-DAY
007420     MOVE 0 TO WS-FIG-MTD
007430     IF WS-TANK-DAYS > 0
007440         COMPUTE WS-FIG-MTD ROUNDED =
007450             WS-SUM-TANK-VALUE / WS-TANK-DAYS
007460     END-IF
007470     MOVE WS-LM-TANK-OK TO WS-FIG-LM-SW
007480     MOVE WS-LM-TANK-VALUE TO WS-FIG-LM
007490     PERFORM 8300-PRINT-FIGURE THRU 8300-EXIT
007500     MOVE 6 TO WS-STEP-IX
007510     PERFORM 8400-MARK-IF-MISSING THRU 8400-EXIT.
007520 5600-EXIT.
007530     EXIT.
007540
007550*----TODAY'S SNAPSHOT GOES ON THE HISTORY FOR TOMORROW'S AVERAGES
007560*----AND NEXT MONTH'S COMPARISON.
007570 6000-WRITE-HISTORY.
007580     OPEN EXTEND FLASHHST-IO
007590     IF WS-HIST-STATUS = "35"
007600         OPEN OUTPUT FLASHHST-IO
007610     END-IF
007620     MOVE WS-FLASH-DATE TO FH-DATE
007630     MOVE WS-AR-OK-SW TO FH-AR-OK
007640     MOVE WS-AR-TOTAL TO FH-AR-TOTAL
007650     MOVE WS-AR-90PLUS TO FH-AR-90PLUS
007660     MOVE WS-ACCT-OK-SW TO FH-ACCT-OK
007670     MOVE WS-OVERDRAWN TO FH-OVERDRAWN
007680     MOVE WS-TANK-OK-SW TO FH-TANK-OK
007690     MOVE WS-TANK-VALUE TO FH-TANK-VALUE
007700     WRITE FLASHHST-REC
007710     CLOSE FLASHHST-IO.
007720 6000-EXIT.
007730     EXIT.
007740
007750 7000-TERMINATE.
007760     CLOSE FLASH-RPT
007770     DISPLAY "FLASHRPT: BUSINESS DATE - " WS-FLASH-DATE
007780     DISPLAY "FLASHRPT: CONTROL TOTALS READ - " WS-CTL-COUNT
007790     DISPLAY "FLASHRPT: OPEN ITEMS READ - " WS-ITEM-COUNT
007800     DISPLAY "FLASHRPT: ACCOUNTS READ - " WS-ACCT-COUNT
007810     DISPLAY "FLASHRPT: FIGURES MARKED - " WS-MARK-COUNT
007820     IF WS-MARK-COUNT > 0
007830         MOVE 4 TO RETURN-CODE
007840     END-IF
007850     COMPUTE WS-LOG-READ = WS-CTL-COUNT + WS-ITEM-COUNT
007860         + WS-ACCT-COUNT
007870     MOVE 1 TO WS-LOG-WRITTEN
007880     MOVE WS-MARK-COUNT TO WS-LOG-REJECTS
007890     MOVE "E" TO WS-LOG-EVENT
007900     MOVE RETURN-CODE TO WS-LOG-RC
007910     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
007920         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
007921*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
007922*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
007923     MOVE WS-LOG-RC TO RETURN-CODE.
007930 7000-EXIT.
007940     EXIT.
007950
007960 8000-PRINT-RPT-DETAIL.
007970     MOVE "D" TO WS-RPT-OP
007980     CALL "RPTWRITE" USING WS-RPT-CONTROL
007990     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
008000 8000-EXIT.
008010     EXIT.
008020
008030 8200-FLUSH-RPT-LINES.
008040     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
008050         VARYING WS-RPT-IX FROM 1 BY 1
008060         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
008070 8200-EXIT.
008080     EXIT.
008090
008100 8250-WRITE-ONE-RPT-LINE.
008110     WRITE FLASH-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
008120 8250-EXIT.
008130     EXIT.
008140
008150*----WHOLE DOLLARS, ROUNDED. LAST MONTH SHOWS N/A WHEN THE
008160*----HISTORY HAS NO SNAPSHOT FOR THAT DAY.
008170 8300-PRINT-FIGURE.
008180     COMPUTE FL-DAY ROUNDED = WS-FIG-DAY
008190     COMPUTE FL-MTD ROUNDED = WS-FIG-MTD
008200     IF LM-FIGURE-KNOWN
008210         COMPUTE FL-LM ROUNDED = WS-FIG-LM
008220     ELSE
008230         MOVE "         N/A" TO FL-LM-X
008240     END-IF
008250     MOVE WS-FIGURE-LINE TO WS-RPT-DETAIL
008260     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
008270 8300-EXIT.
008280     EXIT.
008290
008300*----A STEP THAT FILED NO CONTROL TOTAL FOR THE NIGHT FAILED OR
008310*----NEVER RAN - ITS FIGURE IS MARKED WITH THE DATE IT LAST FILED.
008320 8400-MARK-IF-MISSING.
008330     IF WS-S-LAST-DATE(WS-STEP-IX) = WS-FLASH-DATE
008340         GO TO 8400-EXIT
008350     END-IF
008360     MOVE WS-STEP-NAME(WS-STEP-IX) TO ML-STEP
008370     IF WS-S-LAST-DATE(WS-STEP-IX) = 0
008380         MOVE "DID NOT RUN OR FAILED - NO RUN ON FILE"
008390             TO ML-TEXT
008400     ELSE
008410         MOVE WS-S-LAST-DATE(WS-STEP-IX) TO LR-DATE
008420         MOVE WS-LAST-RAN-TEXT TO ML-TEXT
008430     END-IF
008440     PERFORM 8450-PRINT-MARK THRU 8450-EXIT.
008450 8400-EXIT.
008460     EXIT.
008470
008480 8450-PRINT-MARK.
008490     ADD 1 TO WS-MARK-COUNT
008500     MOVE WS-MARK-LINE TO WS-RPT-DETAIL
008510     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
008520 8450-EXIT.
008530     EXIT.
008540
008550*----DAYS IN WS-WORK-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP
008560*----YEAR
008570 9050-MONTH-LENGTH.
008580     MOVE WS-MONTH-DAYS(WS-WORK-MONTH) TO WS-MONTH-END
008590     IF WS-WORK-MONTH = 2
008600         DIVIDE WS-WORK-YEAR BY 4 GIVING WS-DT-QUOT
008610             REMAINDER WS-DT-REM4
008620         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DT-QUOT
008630             REMAINDER WS-DT-REM100
008640         DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DT-QUOT
008650             REMAINDER WS-DT-REM400
008660         IF WS-DT-REM4 = 0
008670             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
008680             MOVE 29 TO WS-MONTH-END
008690         END-IF
008700     END-IF.
008710 9050-EXIT.
008720     EXIT.
