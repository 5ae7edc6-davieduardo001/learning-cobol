000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CREDRVW.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - QUARTERLY PAYMENT BEHAVIOR AND
000100*                   CREDIT LIMIT REVIEW. THE RVWCTL CARD NAMES
000110*                   THE QUARTER (YYYYQ - NO CARD MEANS THE LAST
000120*                   QUARTER COMPLETED BEFORE THE BUSINESS DATE).
000130*                   THE CASHAPPL RECEIPT HISTORY IS REPLAYED
000140*                   AGAINST THE OPENITEM INVOICE LINES THE SAME
000150*                   WAY CASHRCPT APPLIED IT - THE REMITTED
000160*                   INVOICE FIRST, THEN OLDEST FIRST - SO EACH
000170*                   INVOICE GETS THE DATE IT WAS PAID OFF. FOR
000180*                   EVERY CUSTOMER THE QUARTER'S AVERAGE DAYS TO
000190*                   PAY (30/360, AS AGERPT COUNTS), PAYMENTS
000200*                   LATE AGAINST THE DUE DATE, AND HIGHEST
000210*                   BALANCE ARE RANKED FASTEST PAYER FIRST ON
000220*                   THE CRRVWRPT REPORT WITH A SUGGESTED LIMIT
000230*                   INCREASE, HOLD OR DECREASE AGAINST CRLIMIT.
000240*                   A CUSTOMER PAYING SLOWER THAN THE PRIOR
000250*                   QUARTER IS FLAGGED.
000251*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000252*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000253*                   ORDER.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RVWCTL-IN   ASSIGN TO RVWCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CTL-STATUS.
000330     SELECT CRLIMIT-IN  ASSIGN TO CRLIMIT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-LIM-STATUS.
000360     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000361         ORGANIZATION IS INDEXED
000362         ACCESS MODE IS SEQUENTIAL
000363         RECORD KEY IS OI-KEY
000364         ALTERNATE RECORD KEY IS OI-STATUS
000365             WITH DUPLICATES
000380         FILE STATUS IS WS-OPEN-STATUS.
000390     SELECT CASHAPPL-IN ASSIGN TO CASHAPPL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-APPL-STATUS.
000420     SELECT RVW-RPT     ASSIGN TO CRRVWRPT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT SORT-WORK   ASSIGN TO SORTWK.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 SD  SORT-WORK.
000490 01  SORT-REC.
000500     05  SR-AVG-DAYS      PIC S9(5).
000510     05  SR-LATE-COUNT    PIC 9(5).
000520     05  SR-CUST-IX       PIC 9(4).
000530
000540 FD  RVWCTL-IN.
000550 01  RVWCTL-REC.
000560     05  RC-YEAR          PIC X(4).
000570     05  RC-QUARTER       PIC X(1).
000580
000590*----CREDIT LIMITS BY CUSTOMER - SAME FILE INVTOTAL CHECKS.
000600 FD  CRLIMIT-IN.
000610 01  CRLIMIT-REC.
000620     05  CL-CUST-ID       PIC X(7).
000630     05  CL-LIMIT         PIC 9(7).
000640
000650 FD  OPENITEM-IN.
000660     COPY "OPENITEM.cpy".
000670
000680*----APPLIED-RECEIPTS HISTORY, SAME SHAPE AS CASHIN.
000690 FD  CASHAPPL-IN.
000700 01  CASHAPPL-REC.
000710     05  CA-CUST-ID       PIC X(7).
000720     05  CA-AMOUNT        PIC S9(6)V99
000730                          SIGN IS LEADING SEPARATE.
000740     05  CA-INV-NO        PIC X(6).
000750     05  CA-RCPT-DATE     PIC 9(8).
000760
000770 FD  RVW-RPT.
000780 01  RVW-RPT-REC          PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000820 01  WS-LIM-STATUS        PIC X(2) VALUE SPACES.
000830 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
000840 01  WS-APPL-STATUS       PIC X(2) VALUE SPACES.
000850 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000860     88  NO-CONTROL-REC       VALUE "Y".
000870 01  WS-LIM-EOF-SW        PIC X(1) VALUE "N".
000880     88  NO-MORE-LIMITS       VALUE "Y".
000890 01  WS-OPEN-EOF-SW       PIC X(1) VALUE "N".
000900     88  END-OF-OPEN-ITEMS    VALUE "Y".
000910 01  WS-APPL-EOF-SW       PIC X(1) VALUE "N".
000920     88  END-OF-RECEIPTS      VALUE "Y".
000930 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
000940     88  END-OF-SORTED-CUSTS  VALUE "Y".
000950 01  WS-REFUSED-SW        PIC X(1) VALUE "N".
000960     88  RUN-REFUSED          VALUE "Y".
000970 01  WS-CUST-FOUND-SW     PIC X(1) VALUE "N".
000980     88  CUST-ROW-FOUND       VALUE "Y".
000990 01  WS-ITEM-FOUND-SW     PIC X(1) VALUE "N".
001000     88  REMITTED-ITEM-FOUND  VALUE "Y".
001010 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001020 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001030     05  WS-RUN-YEAR      PIC 9(4).
001040     05  WS-RUN-MONTH     PIC 9(2).
001050     05  WS-RUN-DAY       PIC 9(2).
001060 01  WS-RVW-YEAR          PIC 9(4) VALUE 0.
001070 01  WS-RVW-QTR           PIC 9(1) VALUE 0.
001080 01  WS-PRI-YEAR          PIC 9(4) VALUE 0.
001090 01  WS-PRI-QTR           PIC 9(1) VALUE 0.
001100 01  WS-Q-START           PIC 9(8) VALUE 0.
001110 01  WS-Q-END             PIC 9(8) VALUE 0.
001120 01  WS-P-START           PIC 9(8) VALUE 0.
001130 01  WS-P-END             PIC 9(8) VALUE 0.
001140 01  WS-WORK-QTR          PIC 9(1) VALUE 0.
001150 01  WS-WORK-YEAR         PIC 9(4) VALUE 0.
001160 01  WS-WORK-START        PIC 9(8) VALUE 0.
001170 01  WS-WORK-END          PIC 9(8) VALUE 0.
001180*----30/360 DAY COUNT BETWEEN TWO DATES, AS AGERPT AGES.
001190 01  WS-FROM-DATE         PIC 9(8) VALUE 0.
001200 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
001210     05  WS-FROM-YEAR     PIC 9(4).
001220     05  WS-FROM-MONTH    PIC 9(2).
001230     05  WS-FROM-DAY      PIC 9(2).
001240 01  WS-TO-DATE           PIC 9(8) VALUE 0.
001250 01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
001260     05  WS-TO-YEAR       PIC 9(4).
001270     05  WS-TO-MONTH      PIC 9(2).
001280     05  WS-TO-DAY        PIC 9(2).
001290 01  WS-DAYS              PIC S9(5) VALUE 0.
001300 01  WS-LIM-COUNT         PIC 9(3) COMP VALUE 0.
001310 01  WS-ITEM-COUNT        PIC 9(4) COMP VALUE 0.
001320 01  WS-CUST-COUNT        PIC 9(4) COMP VALUE 0.
001330 01  WS-HOLD-CUST-IX      PIC 9(4) COMP VALUE 0.
001340 01  WS-HOLD-ITEM-IX      PIC 9(4) COMP VALUE 0.
001350 01  WS-LOOKUP-CUST       PIC X(7) VALUE SPACES.
001360 01  WS-RCPT-COUNT        PIC 9(7) COMP VALUE 0.
001370 01  WS-RANK              PIC 9(4) COMP VALUE 0.
001380 01  WS-CASH-LEFT         PIC S9(7)V99 VALUE 0.
001390 01  WS-APPLY-AMT         PIC S9(7)V99 VALUE 0.
001400 01  WS-BALANCE           PIC S9(9)V99 VALUE 0.
001410 01  WS-AVG-DAYS          PIC S9(5) VALUE 0.
001420 01  WS-PRI-AVG           PIC S9(5) VALUE 0.
001430 01  WS-NEW-LIMIT         PIC 9(7) VALUE 0.
001440 01  WS-INCREASE-COUNT    PIC 9(4) COMP VALUE 0.
001450 01  WS-DECREASE-COUNT    PIC 9(4) COMP VALUE 0.
001460 01  WS-SLOWER-COUNT      PIC 9(4) COMP VALUE 0.
001470*----EVERY INVOICE LINE ON THE BOOK, REPLAYED FROM ZERO PAID.
001480 01  WS-ITEM-TABLE.
001490     05  WS-ITEM-ENTRY    OCCURS 999 TIMES
001500                          INDEXED BY IT-IDX.
001510         10  WS-I-CUST-ID PIC X(7).
001520         10  WS-I-INV-ID  PIC X(6).
001530         10  WS-I-DATE    PIC 9(8).
001540         10  WS-I-DUE     PIC 9(8).
001550         10  WS-I-LEFT    PIC S9(7)V99.
001560*----ONE ROW PER CUSTOMER WITH A LIMIT OR ANY RECEIPT.
001570 01  WS-CUST-TABLE.
001580     05  WS-CUST-ENTRY    OCCURS 999 TIMES
001590                          INDEXED BY CU-IDX.
001600         10  WS-C-CUST-ID PIC X(7).
001610         10  WS-C-HAS-LIMIT PIC X(1).
001620         10  WS-C-LIMIT   PIC 9(7).
001630         10  WS-C-PAID    PIC 9(5).
001640         10  WS-C-DAYS    PIC S9(7).
001650         10  WS-C-LATE    PIC 9(5).
001660         10  WS-C-HIGH    PIC S9(9)V99.
001670         10  WS-C-PRI-PAID PIC 9(5).
001680         10  WS-C-PRI-DAYS PIC S9(7).
001690 01  WS-HEAD-LINE.
001700     05  FILLER           PIC X(32)
001710                          VALUE "CREDIT LIMIT REVIEW - QUARTER ".
001720     05  HL-YEAR          PIC 9(4).
001730     05  FILLER           PIC X(2) VALUE " Q".
001740     05  HL-QTR           PIC 9(1).
001750 01  WS-COLUMN-LINE.
001760     05  FILLER           PIC X(40)
001770         VALUE "RANK CUSTID  AVG PAID LATE  HIGH BALANCE".
001780     05  FILLER           PIC X(40)
001790         VALUE "    LIMIT SUGGEST  NEW LIMIT FLAG".
001800 01  WS-DETAIL-LINE.
001810     05  DL-RANK          PIC ZZZ9.
001820     05  FILLER           PIC X(1) VALUE SPACE.
001830     05  DL-CUST-ID       PIC X(7).
001840     05  FILLER           PIC X(1) VALUE SPACE.
001850     05  DL-AVG-DAYS      PIC ZZZ9.
001860     05  FILLER           PIC X(1) VALUE SPACE.
001870     05  DL-PAID          PIC ZZZ9.
001880     05  FILLER           PIC X(1) VALUE SPACE.
001890     05  DL-LATE          PIC ZZZ9.
001900     05  FILLER           PIC X(1) VALUE SPACE.
001910     05  DL-HIGH          PIC Z,ZZZ,ZZ9.99-.
001920     05  FILLER           PIC X(1) VALUE SPACE.
001930     05  DL-LIMIT         PIC Z,ZZZ,ZZ9.
001940     05  FILLER           PIC X(1) VALUE SPACE.
001950     05  DL-SUGGEST       PIC X(8).
001960     05  FILLER           PIC X(1) VALUE SPACE.
001970     05  DL-NEW-LIMIT     PIC Z,ZZZ,ZZ9.
001980     05  FILLER           PIC X(1) VALUE SPACE.
001990     05  DL-FLAG          PIC X(6).
002000 01  WS-COUNT-LINE.
002010     05  CL-LABEL         PIC X(25).
002020     05  CL-COUNT         PIC ZZZZZZ9.
002030
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     IF NOT RUN-REFUSED
002080         PERFORM 2000-REPLAY-ONE-RECEIPT THRU 2000-EXIT
002090             UNTIL END-OF-RECEIPTS
002100         PERFORM 2700-CLOSE-QUARTER-BALANCES THRU 2700-EXIT
002110         SORT SORT-WORK
002120             ON ASCENDING KEY SR-AVG-DAYS SR-LATE-COUNT
002130             INPUT PROCEDURE IS 3000-RELEASE-CUSTS
002140                 THRU 3000-EXIT
002150             OUTPUT PROCEDURE IS 4000-PRINT-REVIEW
002160                 THRU 4000-EXIT
002170     END-IF
002180     PERFORM 5000-TERMINATE THRU 5000-EXIT
002190     GOBACK.
002200
002210*----NO QUARTER OR NO OPEN-ITEM BOOK MEANS NOTHING TRUSTWORTHY
002220*----TO REVIEW, SO THE RUN REFUSES RATHER THAN MOVE LIMITS ON
002230*----AN EMPTY PICTURE.
002240 1000-INITIALIZE.
002250     CALL "GETBDATE" USING WS-RUN-DATE
002260     PERFORM 1100-GET-QUARTER THRU 1100-EXIT
002270     IF RUN-REFUSED
002280         GO TO 1000-EXIT
002290     END-IF
002300     PERFORM 1300-LOAD-LIMITS THRU 1300-EXIT
002310     PERFORM 1400-LOAD-INVOICES THRU 1400-EXIT
002320     IF RUN-REFUSED
002330         GO TO 1000-EXIT
002340     END-IF
002350     OPEN OUTPUT RVW-RPT
002360     OPEN INPUT CASHAPPL-IN
002370     IF WS-APPL-STATUS NOT = "00"
002380         DISPLAY "CREDRVW: NO CASHAPPL RECEIPT HISTORY - NO "
002390             "PAYMENT BEHAVIOR THIS RUN"
002400         MOVE "Y" TO WS-APPL-EOF-SW
002410         MOVE 4 TO RETURN-CODE
002420         GO TO 1000-EXIT
002430     END-IF
002440     PERFORM 1900-READ-RECEIPT THRU 1900-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470
002480 1100-GET-QUARTER.
002490     MOVE 0 TO WS-RVW-YEAR
002500     OPEN INPUT RVWCTL-IN
002510     IF WS-CTL-STATUS = "00"
002520         READ RVWCTL-IN
002530             AT END MOVE "Y" TO WS-CTL-EOF-SW
002540         END-READ
002550         CLOSE RVWCTL-IN
002560         IF NOT NO-CONTROL-REC AND RVWCTL-REC NOT = SPACES
002570             IF RC-YEAR IS NOT NUMERIC
002580                     OR RC-QUARTER < "1" OR RC-QUARTER > "4"
002590                 DISPLAY "CREDRVW: RVWCTL NOT YYYYQ - RUN "
002600                     "REFUSED"
002610                 MOVE 12 TO RETURN-CODE
002620                 MOVE "Y" TO WS-REFUSED-SW
002630                 GO TO 1100-EXIT
002640             END-IF
002650             MOVE RC-YEAR TO WS-RVW-YEAR
002660             MOVE RC-QUARTER TO WS-RVW-QTR
002670         END-IF
002680     END-IF
002690*----NO CARD - THE LAST QUARTER FINISHED BEFORE TODAY.
002700     IF WS-RVW-YEAR = 0
002710         COMPUTE WS-RVW-QTR = (WS-RUN-MONTH + 2) / 3
002720         MOVE WS-RUN-YEAR TO WS-RVW-YEAR
002730         IF WS-RVW-QTR = 1
002740             MOVE 4 TO WS-RVW-QTR
002750             SUBTRACT 1 FROM WS-RVW-YEAR
002760         ELSE
002770             SUBTRACT 1 FROM WS-RVW-QTR
002780         END-IF
002790     END-IF
002800     MOVE WS-RVW-YEAR TO WS-PRI-YEAR
002810     IF WS-RVW-QTR = 1
002820         MOVE 4 TO WS-PRI-QTR
002830         SUBTRACT 1 FROM WS-PRI-YEAR
002840     ELSE
002850         COMPUTE WS-PRI-QTR = WS-RVW-QTR - 1
002860     END-IF
002870     MOVE WS-RVW-YEAR TO WS-WORK-YEAR
002880     MOVE WS-RVW-QTR TO WS-WORK-QTR
002890     PERFORM 1150-QUARTER-DATES THRU 1150-EXIT
002900     MOVE WS-WORK-START TO WS-Q-START
002910     MOVE WS-WORK-END TO WS-Q-END
002920     MOVE WS-PRI-YEAR TO WS-WORK-YEAR
002930     MOVE WS-PRI-QTR TO WS-WORK-QTR
002940     PERFORM 1150-QUARTER-DATES THRU 1150-EXIT
002950     MOVE WS-WORK-START TO WS-P-START
002960     MOVE WS-WORK-END TO WS-P-END.
002970 1100-EXIT.
002980     EXIT.
002990
003000*----FIRST AND LAST DATES OF WS-WORK-QTR IN WS-WORK-YEAR - THE
003010*----31ST IS A SAFE UPPER BOUND FOR ANY MONTH IN A DATE TEST.
003020 1150-QUARTER-DATES.
003030     COMPUTE WS-WORK-START = (WS-WORK-YEAR * 10000)
003040         + ((((WS-WORK-QTR - 1) * 3) + 1) * 100) + 1
003050     COMPUTE WS-WORK-END = (WS-WORK-YEAR * 10000)
003060         + ((WS-WORK-QTR * 3) * 100) + 31.
003070 1150-EXIT.
003080     EXIT.
003090
003100*----EVERY CUSTOMER WITH A LIMIT IS REVIEWED, PAYING OR NOT.
003110 1300-LOAD-LIMITS.
003120     OPEN INPUT CRLIMIT-IN
003130     IF WS-LIM-STATUS NOT = "00"
003140         DISPLAY "CREDRVW: NO CREDIT LIMIT FILE - BEHAVIOR "
003150             "ONLY, NO LIMIT SUGGESTIONS"
003160         GO TO 1300-EXIT
003170     END-IF
003180     PERFORM 1350-LOAD-ONE-LIMIT THRU 1350-EXIT
003190         UNTIL NO-MORE-LIMITS
003200     CLOSE CRLIMIT-IN.
003210 1300-EXIT.
003220     EXIT.
003230
003240 1350-LOAD-ONE-LIMIT.
003250     READ CRLIMIT-IN
003260         AT END MOVE "Y" TO WS-LIM-EOF-SW
003270     END-READ
003280     IF NOT NO-MORE-LIMITS
003290         ADD 1 TO WS-LIM-COUNT
003300         MOVE CL-CUST-ID TO WS-LOOKUP-CUST
003310         PERFORM 2600-FIND-CUST-ROW THRU 2600-EXIT
003320         IF WS-HOLD-CUST-IX > 0
003330             SET CU-IDX TO WS-HOLD-CUST-IX
003340             MOVE "Y" TO WS-C-HAS-LIMIT(CU-IDX)
003350             MOVE CL-LIMIT TO WS-C-LIMIT(CU-IDX)
003360         END-IF
003370     END-IF.
003380 1350-EXIT.
003390     EXIT.
003400
003410*----ONLY INVOICE LINES HAVE A PAYMENT TO TIME - FEES, TAX AND
003420*----ADJUSTMENT LINES ARE LEFT OUT OF THE REPLAY.
003430 1400-LOAD-INVOICES.
003440     OPEN INPUT OPENITEM-IN
003450     IF WS-OPEN-STATUS NOT = "00"
003460         DISPLAY "CREDRVW: NO OPENITEM FILE - RUN REFUSED"
003470         MOVE 12 TO RETURN-CODE
003480         MOVE "Y" TO WS-REFUSED-SW
003490         GO TO 1400-EXIT
003500     END-IF
003510     PERFORM 1450-LOAD-ONE-INVOICE THRU 1450-EXIT
003520         UNTIL END-OF-OPEN-ITEMS
003530     CLOSE OPENITEM-IN.
003540 1400-EXIT.
003550     EXIT.
003560
003570 1450-LOAD-ONE-INVOICE.
003580     READ OPENITEM-IN
003590         AT END MOVE "Y" TO WS-OPEN-EOF-SW
003600     END-READ
003610     IF END-OF-OPEN-ITEMS
003620         GO TO 1450-EXIT
003630     END-IF
003640     IF OI-DESCRIPTION(1:8) NOT = "INVOICE " OR OI-AMOUNT <= 0
003650         GO TO 1450-EXIT
003660     END-IF
003670     IF WS-ITEM-COUNT >= 999
003680         DISPLAY "CREDRVW: INVOICE TABLE FULL - RUN REFUSED, "
003690             "SPLIT THE BOOK"
003700         MOVE 12 TO RETURN-CODE
003710         MOVE "Y" TO WS-REFUSED-SW
003720         MOVE "Y" TO WS-OPEN-EOF-SW
003730         GO TO 1450-EXIT
003740     END-IF
003750     ADD 1 TO WS-ITEM-COUNT
003760     SET IT-IDX TO WS-ITEM-COUNT
003770     MOVE OI-CUST-ID TO WS-I-CUST-ID(IT-IDX)
003780     MOVE OI-DESCRIPTION(9:6) TO WS-I-INV-ID(IT-IDX)
003790     MOVE OI-INV-DATE TO WS-I-DATE(IT-IDX)
003800     MOVE 0 TO WS-I-DUE(IT-IDX)
003810     IF OI-DUE-DATE IS NUMERIC
003820         MOVE OI-DUE-DATE TO WS-I-DUE(IT-IDX)
003830     END-IF
003840     MOVE OI-AMOUNT TO WS-I-LEFT(IT-IDX).
003850 1450-EXIT.
003860     EXIT.
003870
003880 1900-READ-RECEIPT.
003890     READ CASHAPPL-IN
003900         AT END MOVE "Y" TO WS-APPL-EOF-SW
003910     END-READ.
003920 1900-EXIT.
003930     EXIT.
003940
003950*----RECEIPTS ARE APPENDED NIGHTLY, SO THE HISTORY IS ALREADY
003960*----IN DATE ORDER. NOTHING AFTER THE REVIEW QUARTER MATTERS.
003970 2000-REPLAY-ONE-RECEIPT.
003980     IF CA-RCPT-DATE > WS-Q-END
003990         MOVE "Y" TO WS-APPL-EOF-SW
004000         GO TO 2000-EXIT
004010     END-IF
004020     IF CA-AMOUNT <= 0
004030         GO TO 2000-NEXT
004040     END-IF
004050     ADD 1 TO WS-RCPT-COUNT
004060     MOVE CA-CUST-ID TO WS-LOOKUP-CUST
004070     PERFORM 2600-FIND-CUST-ROW THRU 2600-EXIT
004080     IF WS-HOLD-CUST-IX = 0
004090         GO TO 2000-NEXT
004100     END-IF
004110     SET CU-IDX TO WS-HOLD-CUST-IX
004120*----THE BALANCE JUST BEFORE A PAYMENT IS A HIGH-WATER MARK.
004130     IF CA-RCPT-DATE >= WS-Q-START
004140         MOVE CA-RCPT-DATE TO WS-TO-DATE
004150         PERFORM 2500-CUST-BALANCE THRU 2500-EXIT
004160         IF WS-BALANCE > WS-C-HIGH(CU-IDX)
004170             MOVE WS-BALANCE TO WS-C-HIGH(CU-IDX)
004180         END-IF
004190     END-IF
004200     MOVE CA-AMOUNT TO WS-CASH-LEFT
004210     IF CA-INV-NO NOT = SPACES
004220         PERFORM 2100-APPLY-REMITTED THRU 2100-EXIT
004230     END-IF
004240     PERFORM 2200-APPLY-ONE-ITEM THRU 2200-EXIT
004250         VARYING IT-IDX FROM 1 BY 1
004260         UNTIL IT-IDX > WS-ITEM-COUNT OR WS-CASH-LEFT <= 0.
004270 2000-NEXT.
004280     PERFORM 1900-READ-RECEIPT THRU 1900-EXIT.
004290 2000-EXIT.
004300     EXIT.
004310
004320 2100-APPLY-REMITTED.
004330     MOVE "N" TO WS-ITEM-FOUND-SW
004340     PERFORM 2150-MATCH-REMITTED THRU 2150-EXIT
004350         VARYING IT-IDX FROM 1 BY 1
004360         UNTIL IT-IDX > WS-ITEM-COUNT OR REMITTED-ITEM-FOUND
004370     IF REMITTED-ITEM-FOUND
004380         SET IT-IDX TO WS-HOLD-ITEM-IX
004390         PERFORM 2300-PAY-ITEM THRU 2300-EXIT
004400     END-IF.
004410 2100-EXIT.
004420     EXIT.
004430
004440 2150-MATCH-REMITTED.
004450     IF WS-I-CUST-ID(IT-IDX) = CA-CUST-ID
004460             AND WS-I-INV-ID(IT-IDX) = CA-INV-NO
004470             AND WS-I-LEFT(IT-IDX) > 0
004480         MOVE "Y" TO WS-ITEM-FOUND-SW
004490         SET WS-HOLD-ITEM-IX TO IT-IDX
004500     END-IF.
004510 2150-EXIT.
004520     EXIT.
004530
004540*----OLDEST FIRST - THE BOOK IS IN ABSORB ORDER, AND AN
004550*----INVOICE NOT YET BILLED ON THE RECEIPT DATE IS SKIPPED.
004560 2200-APPLY-ONE-ITEM.
004570     IF WS-I-CUST-ID(IT-IDX) = CA-CUST-ID
004580             AND WS-I-LEFT(IT-IDX) > 0
004590             AND WS-I-DATE(IT-IDX) <= CA-RCPT-DATE
004600         PERFORM 2300-PAY-ITEM THRU 2300-EXIT
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640
004650*----CASH AGAINST THE LINE AT IT-IDX. THE RECEIPT THAT CLEARS
004660*----IT DATES THE PAYMENT FOR THE QUARTER IT FALLS IN.
004670 2300-PAY-ITEM.
004680     IF WS-CASH-LEFT < WS-I-LEFT(IT-IDX)
004690         MOVE WS-CASH-LEFT TO WS-APPLY-AMT
004700     ELSE
004710         MOVE WS-I-LEFT(IT-IDX) TO WS-APPLY-AMT
004720     END-IF
004730     SUBTRACT WS-APPLY-AMT FROM WS-I-LEFT(IT-IDX)
004740     SUBTRACT WS-APPLY-AMT FROM WS-CASH-LEFT
004750     IF WS-I-LEFT(IT-IDX) > 0 OR WS-I-DATE(IT-IDX) = 0
004760         GO TO 2300-EXIT
004770     END-IF
004780     MOVE WS-I-DATE(IT-IDX) TO WS-FROM-DATE
004790     MOVE CA-RCPT-DATE TO WS-TO-DATE
004800     COMPUTE WS-DAYS =
004810         ((WS-TO-YEAR - WS-FROM-YEAR) * 360)
004820         + ((WS-TO-MONTH - WS-FROM-MONTH) * 30)
004830         + (WS-TO-DAY - WS-FROM-DAY)
004840     IF WS-DAYS < 0
004850         MOVE 0 TO WS-DAYS
004860     END-IF
004870     IF CA-RCPT-DATE >= WS-Q-START
004880         ADD 1 TO WS-C-PAID(CU-IDX)
004890         ADD WS-DAYS TO WS-C-DAYS(CU-IDX)
004900*----NO DUE DATE ON THE LINE IS STANDARD NET 30.
004910         IF WS-I-DUE(IT-IDX) > 0
004920             IF CA-RCPT-DATE > WS-I-DUE(IT-IDX)
004930                 ADD 1 TO WS-C-LATE(CU-IDX)
004940             END-IF
004950         ELSE
004960             IF WS-DAYS > 30
004970                 ADD 1 TO WS-C-LATE(CU-IDX)
004980             END-IF
004990         END-IF
005000     ELSE
005010         IF CA-RCPT-DATE >= WS-P-START
005020                 AND CA-RCPT-DATE <= WS-P-END
005030             ADD 1 TO WS-C-PRI-PAID(CU-IDX)
005040             ADD WS-DAYS TO WS-C-PRI-DAYS(CU-IDX)
005050         END-IF
005060     END-IF.
005070 2300-EXIT.
005080     EXIT.
005090
005100*----WHAT THE CUSTOMER AT CU-IDX OWED ON WS-TO-DATE - EVERY
005110*----INVOICE BILLED BY THEN LESS WHAT THE REPLAY HAS PAID.
005120 2500-CUST-BALANCE.
005130     MOVE 0 TO WS-BALANCE
005140     PERFORM 2550-ADD-ONE-ITEM THRU 2550-EXIT
005150         VARYING IT-IDX FROM 1 BY 1
005160         UNTIL IT-IDX > WS-ITEM-COUNT.
005170 2500-EXIT.
005180     EXIT.
005190
005200 2550-ADD-ONE-ITEM.
005210     IF WS-I-CUST-ID(IT-IDX) = WS-C-CUST-ID(CU-IDX)
005220             AND WS-I-DATE(IT-IDX) <= WS-TO-DATE
005230         ADD WS-I-LEFT(IT-IDX) TO WS-BALANCE
005240     END-IF.
005250 2550-EXIT.
005260     EXIT.
005270
005280*----ROW FOR WS-LOOKUP-CUST, ADDED WHEN NEW. A FULL TABLE GIVES
005290*----ZERO AND THE CUSTOMER IS LEFT OUT.
005300 2600-FIND-CUST-ROW.
005310     MOVE "N" TO WS-CUST-FOUND-SW
005320     MOVE 0 TO WS-HOLD-CUST-IX
005330     IF WS-CUST-COUNT > 0
005340         PERFORM 2650-MATCH-ONE-CUST THRU 2650-EXIT
005350             VARYING CU-IDX FROM 1 BY 1
005360             UNTIL CU-IDX > WS-CUST-COUNT OR CUST-ROW-FOUND
005370     END-IF
005380     IF NOT CUST-ROW-FOUND AND WS-CUST-COUNT < 999
005390         ADD 1 TO WS-CUST-COUNT
005400         SET CU-IDX TO WS-CUST-COUNT
005410         MOVE WS-LOOKUP-CUST TO WS-C-CUST-ID(CU-IDX)
005420         MOVE "N" TO WS-C-HAS-LIMIT(CU-IDX)
005430         MOVE 0 TO WS-C-LIMIT(CU-IDX)
005440         MOVE 0 TO WS-C-PAID(CU-IDX)
005450         MOVE 0 TO WS-C-DAYS(CU-IDX)
005460         MOVE 0 TO WS-C-LATE(CU-IDX)
005470         MOVE 0 TO WS-C-HIGH(CU-IDX)
005480         MOVE 0 TO WS-C-PRI-PAID(CU-IDX)
005490         MOVE 0 TO WS-C-PRI-DAYS(CU-IDX)
005500         MOVE WS-CUST-COUNT TO WS-HOLD-CUST-IX
005510     END-IF.
005520 2600-EXIT.
005530     EXIT.
005540
005550 2650-MATCH-ONE-CUST.
005560     IF WS-C-CUST-ID(CU-IDX) = WS-LOOKUP-CUST
005570         MOVE "Y" TO WS-CUST-FOUND-SW
005580         SET WS-HOLD-CUST-IX TO CU-IDX
005590     END-IF.
005600 2650-EXIT.
005610     EXIT.
005620
005630*----THE BALANCE LEFT AT QUARTER END IS THE LAST HIGH-WATER
005640*----CANDIDATE.
005650 2700-CLOSE-QUARTER-BALANCES.
005660     MOVE WS-Q-END TO WS-TO-DATE
005670     PERFORM 2750-CLOSE-ONE-CUST THRU 2750-EXIT
005680         VARYING CU-IDX FROM 1 BY 1
005690         UNTIL CU-IDX > WS-CUST-COUNT.
005700 2700-EXIT.
005710     EXIT.
005720
005730 2750-CLOSE-ONE-CUST.
005740     PERFORM 2500-CUST-BALANCE THRU 2500-EXIT
005750     IF WS-BALANCE > WS-C-HIGH(CU-IDX)
005760         MOVE WS-BALANCE TO WS-C-HIGH(CU-IDX)
005770     END-IF.
005780 2750-EXIT.
005790     EXIT.
005800
005810*----FASTEST AVERAGE FIRST, FEWEST LATE BREAKING TIES. A
005820*----CUSTOMER WHO PAID NOTHING THIS QUARTER SORTS LAST.
005830 3000-RELEASE-CUSTS.
005840     PERFORM 3100-RELEASE-ONE-CUST THRU 3100-EXIT
005850         VARYING CU-IDX FROM 1 BY 1
005860         UNTIL CU-IDX > WS-CUST-COUNT.
005870 3000-EXIT.
005880     EXIT.
005890
005900 3100-RELEASE-ONE-CUST.
005910     IF WS-C-PAID(CU-IDX) > 0
005920         COMPUTE SR-AVG-DAYS ROUNDED =
005930             WS-C-DAYS(CU-IDX) / WS-C-PAID(CU-IDX)
005940     ELSE
005950         MOVE 99999 TO SR-AVG-DAYS
005960     END-IF
005970     MOVE WS-C-LATE(CU-IDX) TO SR-LATE-COUNT
005980     SET SR-CUST-IX TO CU-IDX
005990     RELEASE SORT-REC.
006000 3100-EXIT.
006010     EXIT.
006020
006030 4000-PRINT-REVIEW.
006040     MOVE WS-RVW-YEAR TO HL-YEAR
006050     MOVE WS-RVW-QTR TO HL-QTR
006060     WRITE RVW-RPT-REC FROM WS-HEAD-LINE
006070     MOVE SPACES TO RVW-RPT-REC
006080     WRITE RVW-RPT-REC
006090     WRITE RVW-RPT-REC FROM WS-COLUMN-LINE
006100     PERFORM 4050-RETURN-NEXT THRU 4050-EXIT
006110     PERFORM 4100-PRINT-ONE-CUST THRU 4100-EXIT
006120         UNTIL END-OF-SORTED-CUSTS
006130     MOVE SPACES TO RVW-RPT-REC
006140     WRITE RVW-RPT-REC
006150     MOVE "CUSTOMERS REVIEWED" TO CL-LABEL
006160     MOVE WS-CUST-COUNT TO CL-COUNT
006170     WRITE RVW-RPT-REC FROM WS-COUNT-LINE
006180     MOVE "SUGGESTED INCREASES" TO CL-LABEL
006190     MOVE WS-INCREASE-COUNT TO CL-COUNT
006200     WRITE RVW-RPT-REC FROM WS-COUNT-LINE
006210     MOVE "SUGGESTED DECREASES" TO CL-LABEL
006220     MOVE WS-DECREASE-COUNT TO CL-COUNT
006230     WRITE RVW-RPT-REC FROM WS-COUNT-LINE
006240     MOVE "PAYING SLOWER" TO CL-LABEL
006250     MOVE WS-SLOWER-COUNT TO CL-COUNT
006260     WRITE RVW-RPT-REC FROM WS-COUNT-LINE.
006270 4000-EXIT.
006280     EXIT.
006290
006300 4050-RETURN-NEXT.
006310     RETURN SORT-WORK
006320         AT END MOVE "Y" TO WS-SORT-EOF-SW
006330     END-RETURN.
006340 4050-EXIT.
006350     EXIT.
006360
006370*----THE SUGGESTION - PROMPT PAYERS, NEVER LATE, WHO RAN UP
006380*----NEAR THEIR LIMIT EARN A QUARTER MORE; AVERAGING PAST 60
006390*----DAYS OR LATE ON HALF THEIR PAYMENTS LOSES A QUARTER, BUT
006400*----NEVER BELOW THE HIGHEST BALANCE THEY ACTUALLY CARRIED.
006410*----EVERYONE ELSE HOLDS.
006420 4100-PRINT-ONE-CUST.
006430     SET CU-IDX TO SR-CUST-IX
006440     ADD 1 TO WS-RANK
006450     MOVE SPACES TO WS-DETAIL-LINE
006460     MOVE WS-RANK TO DL-RANK
006470     MOVE WS-C-CUST-ID(CU-IDX) TO DL-CUST-ID
006480     MOVE WS-C-PAID(CU-IDX) TO DL-PAID
006490     MOVE WS-C-LATE(CU-IDX) TO DL-LATE
006500     MOVE WS-C-HIGH(CU-IDX) TO DL-HIGH
006510     MOVE 0 TO WS-AVG-DAYS
006520     IF WS-C-PAID(CU-IDX) > 0
006530         MOVE SR-AVG-DAYS TO WS-AVG-DAYS
006540         MOVE WS-AVG-DAYS TO DL-AVG-DAYS
006550     END-IF
006560     MOVE "HOLD" TO DL-SUGGEST
006570     MOVE WS-C-LIMIT(CU-IDX) TO WS-NEW-LIMIT
006580     IF WS-C-HAS-LIMIT(CU-IDX) NOT = "Y"
006590         MOVE "NO LIMIT" TO DL-SUGGEST
006600         MOVE 0 TO WS-NEW-LIMIT
006610         GO TO 4100-FLAG
006620     END-IF
006630     MOVE WS-C-LIMIT(CU-IDX) TO DL-LIMIT
006640     IF WS-C-PAID(CU-IDX) = 0
006650         GO TO 4100-SHOW-LIMIT
006660     END-IF
006670     IF WS-AVG-DAYS > 60
006680             OR (WS-C-LATE(CU-IDX) * 2) >= WS-C-PAID(CU-IDX)
006690         MOVE "DECREASE" TO DL-SUGGEST
006700         COMPUTE WS-NEW-LIMIT ROUNDED =
006710             WS-C-LIMIT(CU-IDX) * 0.75
006720         IF WS-NEW-LIMIT < WS-C-HIGH(CU-IDX)
006730             COMPUTE WS-NEW-LIMIT ROUNDED = WS-C-HIGH(CU-IDX)
006740         END-IF
006750         IF WS-NEW-LIMIT > WS-C-LIMIT(CU-IDX)
006760             MOVE WS-C-LIMIT(CU-IDX) TO WS-NEW-LIMIT
006770         END-IF
006780         ADD 1 TO WS-DECREASE-COUNT
006790         GO TO 4100-SHOW-LIMIT
006800     END-IF
006810     IF WS-AVG-DAYS <= 30 AND WS-C-LATE(CU-IDX) = 0
006820             AND (WS-C-HIGH(CU-IDX) * 100)
006830                 >= (WS-C-LIMIT(CU-IDX) * 80)
006840         MOVE "INCREASE" TO DL-SUGGEST
006850         COMPUTE WS-NEW-LIMIT ROUNDED =
006860             WS-C-LIMIT(CU-IDX) * 1.25
006870         ADD 1 TO WS-INCREASE-COUNT
006880     END-IF.
006890 4100-SHOW-LIMIT.
006900     MOVE WS-NEW-LIMIT TO DL-NEW-LIMIT.
006910 4100-FLAG.
006920     IF WS-C-PAID(CU-IDX) > 0 AND WS-C-PRI-PAID(CU-IDX) > 0
006930         COMPUTE WS-PRI-AVG ROUNDED =
006940             WS-C-PRI-DAYS(CU-IDX) / WS-C-PRI-PAID(CU-IDX)
006950         IF WS-AVG-DAYS > WS-PRI-AVG
006960             MOVE "SLOWER" TO DL-FLAG
006970             ADD 1 TO WS-SLOWER-COUNT
006980         END-IF
006990     END-IF
007000     WRITE RVW-RPT-REC FROM WS-DETAIL-LINE
007010     PERFORM 4050-RETURN-NEXT THRU 4050-EXIT.
007020 4100-EXIT.
007030     EXIT.
007040
007050 5000-TERMINATE.
007060     IF NOT RUN-REFUSED
007070         IF WS-APPL-STATUS = "00" OR WS-APPL-STATUS = "10"
007080             CLOSE CASHAPPL-IN
007090         END-IF
007100         CLOSE RVW-RPT
007110     END-IF
007120     DISPLAY "CREDRVW: REVIEW QUARTER - " WS-RVW-YEAR " Q"
007130         WS-RVW-QTR
007140     DISPLAY "CREDRVW: RECEIPTS REPLAYED - " WS-RCPT-COUNT
007150     DISPLAY "CREDRVW: CUSTOMERS REVIEWED - " WS-CUST-COUNT
007160     DISPLAY "CREDRVW: PAYING SLOWER - " WS-SLOWER-COUNT.
007170 5000-EXIT.
007180     EXIT.
