000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEPREC.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - DEPOSIT RECONCILIATION. PROVES THE
000100*                   RECEIPTS CASHRCPT APPLIED REACHED THE BANK.
000110*                   EACH DAY'S NEW CASHAPPL RECEIPTS JOIN THE
000120*                   DEPOPEN BOOK OF RECEIPTS NOT YET SEEN AT THE
000130*                   BANK. THE BANK'S BANKDEP STATEMENT CREDITS
000140*                   ARE MATCHED AGAINST IT - AN ACH CREDIT TO A
000150*                   SINGLE RECEIPT OF THE SAME AMOUNT, A DEPOSIT
000160*                   TO THE BATCH OF RECEIPTS SHARING ITS SLIP
000170*                   DATE (THE RECEIPT DATE). THE DEPRPT LISTING
000180*                   SHOWS BANK CREDITS WITH NO APPLIED RECEIPT
000190*                   (AN ACH PAYMENT SENT WITHOUT REMITTANCE
000200*                   ADVICE AMONG THEM), DEPOSITS THAT DISAGREE
000210*                   WITH THEIR BATCH, AND RECEIPTS STILL NOT
000220*                   DEPOSITED PAST THE TRANSIT DAYS. ANY OF THOSE
000230*                   ENDS THE STEP WITH RETURN CODE 8. DEPOPEN IS
000240*                   REWRITTEN WITH ONLY THE RECEIPTS STILL OUT.
000241*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000242*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000243*                   OWN ZERO CODE.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEPOPEN-IO  ASSIGN TO DEPOPEN
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-DEP-STATUS.
000320     SELECT CASHAPPL-IN ASSIGN TO CASHAPPL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-APPL-STATUS.
000350     SELECT BANKDEP-IN  ASSIGN TO BANKDEP
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BANK-STATUS.
000380     SELECT RECON-RPT   ASSIGN TO DEPRPT
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----RECEIPTS APPLIED BUT NOT YET SEEN AT THE BANK. THE "H" ROW
000440*----HOLDS THE LAST RECEIPT DATE TAKEN FROM CASHAPPL, SO EACH
000450*----RUN PICKS UP ONLY THE DAYS SINCE - CASHAPPL ITSELF IS THE
000460*----PERMANENT HISTORY AND IS NEVER CHANGED HERE.
000470 FD  DEPOPEN-IO.
000480 01  DEPOPEN-REC.
000490     05  DO-TYPE          PIC X(1).
000500         88  DO-HIGH-WATER    VALUE "H".
000510         88  DO-RECEIPT       VALUE "R".
000520     05  DO-CUST-ID       PIC X(7).
000530     05  DO-AMOUNT        PIC S9(6)V99
000540                          SIGN IS LEADING SEPARATE.
000550     05  DO-INV-NO        PIC X(6).
000560     05  DO-RCPT-DATE     PIC 9(8).
000570
000580 FD  CASHAPPL-IN.
000590 01  CASHAPPL-REC.
000600     05  CI-CUST-ID       PIC X(7).
000610     05  CI-AMOUNT        PIC S9(6)V99
000620                          SIGN IS LEADING SEPARATE.
000630     05  CI-INV-NO        PIC X(6).
000640     05  CI-RCPT-DATE     PIC 9(8).
000650
000660*----THE BANK'S STATEMENT CREDITS. A DEPOSIT CARRIES THE DATE ON
000670*----ITS SLIP (ZERO WHEN THE BANK DID NOT CAPTURE IT); AN ACH
000680*----CREDIT CARRIES THE PAYER'S OWN REFERENCE, OUR CUSTOMER
000690*----NUMBER WHEN THE CUSTOMER QUOTES IT.
000700 FD  BANKDEP-IN.
000710 01  BANKDEP-REC.
000720     05  BD-TYPE          PIC X(1).
000730         88  BD-DEPOSIT       VALUE "D".
000740         88  BD-ACH           VALUE "A".
000750     05  BD-AMOUNT        PIC 9(9)V99.
000760     05  BD-POST-DATE     PIC 9(8).
000770     05  BD-SLIP-DATE     PIC 9(8).
000780     05  BD-REFERENCE     PIC X(15).
000790
000800 FD  RECON-RPT.
000810 01  RECON-RPT-REC        PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-DEP-STATUS        PIC X(2) VALUE SPACES.
000850 01  WS-APPL-STATUS       PIC X(2) VALUE SPACES.
000860 01  WS-BANK-STATUS       PIC X(2) VALUE SPACES.
000870 01  WS-EOF-SW            PIC X(1) VALUE "N".
000880     88  END-OF-FILE          VALUE "Y".
000890 01  WS-BOOK-SW           PIC X(1) VALUE "Y".
000900     88  BOOK-CAN-REWRITE     VALUE "Y".
000910 01  WS-FIRST-RUN-SW      PIC X(1) VALUE "N".
000920     88  FIRST-RUN            VALUE "Y".
000930 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000940 01  WS-RUN-DN            PIC 9(7) VALUE 0.
000950 01  WS-HIGH-WATER        PIC 9(8) VALUE 0.
000960*----A RECEIPT APPLIED THIS MANY DAYS AGO AND STILL NOT AT THE
000970*----BANK IS NO LONGER IN TRANSIT - IT WAS NEVER DEPOSITED.
000980 01  WS-TRANSIT-DAYS      PIC 9(3) VALUE 3.
000990 01  WS-AGE-DAYS          PIC S9(7) VALUE 0.
001000 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001010     88  ROW-FOUND            VALUE "Y".
001020 01  WS-HOLD-IDX          PIC 9(4) COMP VALUE 0.
001030 01  WS-CUST-MATCH-SW     PIC X(1) VALUE "N".
001040     88  MATCH-ON-CUSTOMER    VALUE "Y".
001050 01  WS-WORK-CUST-ID      PIC X(7) VALUE SPACES.
001060 01  WS-WORK-AMOUNT       PIC S9(9)V99 VALUE 0.
001070 01  WS-WORK-DATE         PIC 9(8) VALUE 0.
001080 01  WS-WORK-INV-NO       PIC X(6) VALUE SPACES.
001090 01  WS-NEW-COUNT         PIC 9(7) VALUE 0.
001100 01  WS-CREDIT-READ       PIC 9(7) VALUE 0.
001110 01  WS-ACH-MATCHED       PIC 9(4) COMP VALUE 0.
001120 01  WS-DEP-MATCHED       PIC 9(4) COMP VALUE 0.
001130 01  WS-TRANSIT-COUNT     PIC 9(4) COMP VALUE 0.
001140 01  WS-ERROR-COUNT       PIC 9(4) COMP VALUE 0.
001150 01  WS-OUT-TOTAL         PIC S9(9)V99 VALUE 0.
001160*----EVERY RECEIPT STILL TO BE PROVED, OLDEST FIRST, WITH ITS
001170*----STATE - OUTSTANDING, MATCHED TO AN ACH CREDIT, OR IN A
001180*----DEPOSIT.
001190 01  WS-RCPT-COUNT        PIC 9(4) COMP VALUE 0.
001200 01  WS-RCPT-TABLE.
001210     05  WS-RCPT-ENTRY    OCCURS 999 TIMES
001220                          INDEXED BY RC-IDX.
001230         10  WS-R-CUST-ID PIC X(7).
001240         10  WS-R-AMOUNT  PIC S9(6)V99.
001250         10  WS-R-INV-NO  PIC X(6).
001260         10  WS-R-DATE    PIC 9(8).
001270         10  WS-R-STATE   PIC X(1).
001280             88  RCPT-OUTSTANDING VALUE "O".
001290             88  RCPT-BY-ACH      VALUE "A".
001300             88  RCPT-DEPOSITED   VALUE "D".
001310*----THE BANK'S CREDITS, SO ACH CREDITS CAN TAKE THEIR SINGLE
001320*----RECEIPTS BEFORE THE DEPOSITS ARE MATCHED TO WHAT IS LEFT
001330 01  WS-CREDIT-COUNT      PIC 9(4) COMP VALUE 0.
001340 01  WS-CREDIT-TABLE.
001350     05  WS-CREDIT-ENTRY  OCCURS 500 TIMES
001360                          INDEXED BY BK-IDX.
001370         10  WS-K-TYPE    PIC X(1).
001380         10  WS-K-AMOUNT  PIC 9(9)V99.
001390         10  WS-K-POST    PIC 9(8).
001400         10  WS-K-SLIP    PIC 9(8).
001410         10  WS-K-REF     PIC X(15).
001420*----DEPOSIT BATCHES - THE OUTSTANDING RECEIPTS OF ONE RECEIPT
001430*----DATE, AFTER THE ACH MATCHES HAVE COME OUT
001440 01  WS-BATCH-COUNT       PIC 9(4) COMP VALUE 0.
001450 01  WS-BATCH-TABLE.
001460     05  WS-BATCH-ENTRY   OCCURS 999 TIMES
001470                          INDEXED BY BA-IDX.
001480         10  WS-B-DATE    PIC 9(8).
001490         10  WS-B-TOTAL   PIC S9(9)V99.
001500         10  WS-B-COUNT   PIC 9(4).
001510         10  WS-B-STATE   PIC X(1).
001520             88  BATCH-OPEN       VALUE "O".
001530             88  BATCH-MATCHED    VALUE "M".
001540*----CALENDAR ARITHMETIC - DAY NUMBERS FOR THE RECEIPT AGES
001550 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001560 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001570     05  WS-DT-YEAR       PIC 9(4).
001580     05  WS-DT-MONTH      PIC 9(2).
001590     05  WS-DT-DAY        PIC 9(2).
001600 01  WS-DAYNUM            PIC 9(7) VALUE 0.
001610 01  WS-DN-YEAR           PIC 9(4) VALUE 0.
001620 01  WS-DN-MONTH          PIC 9(2) VALUE 0.
001630 01  WS-DN-Q4             PIC 9(4) VALUE 0.
001640 01  WS-DN-Q100           PIC 9(4) VALUE 0.
001650 01  WS-DN-Q400           PIC 9(4) VALUE 0.
001660 01  WS-DN-MONTH-DAYS     PIC 9(4) VALUE 0.
001670 01  WS-DN-WORK           PIC 9(5) VALUE 0.
001680 01  WS-HEAD-LINE.
001690     05  FILLER           PIC X(30)
001700         VALUE "DEPOSIT RECONCILIATION FOR ".
001710     05  HL-RUN-DATE      PIC 9(8).
001720 01  WS-DETAIL-LINE.
001730     05  DL-CUST-ID       PIC X(7).
001740     05  FILLER           PIC X(1) VALUE SPACE.
001750     05  DL-INV-NO        PIC X(6).
001760     05  FILLER           PIC X(1) VALUE SPACE.
001770     05  DL-AMOUNT        PIC -ZZZ,ZZ9.99.
001780     05  FILLER           PIC X(6) VALUE " DATE ".
001790     05  DL-DATE          PIC 9(8).
001800     05  FILLER           PIC X(5) VALUE " AGE ".
001810     05  DL-AGE           PIC ZZZZ9.
001820     05  FILLER           PIC X(1) VALUE SPACE.
001830     05  DL-FLAG          PIC X(20).
001840 01  WS-MSG-LINE          PIC X(80) VALUE SPACES.
001850 01  WS-EDIT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
001860 01  WS-EDIT-AMOUNT-2     PIC -ZZZ,ZZZ,ZZ9.99.
001870 01  WS-TOTAL-LINE.
001880     05  FILLER           PIC X(19)
001890                          VALUE "TOTAL NOT DEPOSITED".
001900     05  TL-AMOUNT        PIC -ZZ,ZZZ,ZZ9.99.
001910     05  FILLER           PIC X(8) VALUE "  COUNT ".
001920     05  TL-COUNT         PIC ZZZ9.
001930*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
001940 01  WS-LOG-PROGRAM       PIC X(10) VALUE "DEPREC".
001950 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
001960 01  WS-LOG-READ          PIC 9(7) VALUE 0.
001970 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
001980 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
001990 01  WS-LOG-RC            PIC 9(4) VALUE 0.
002000
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     IF RETURN-CODE < 8
002050         PERFORM 2000-LOAD-NEW-RECEIPTS THRU 2000-EXIT
002060         PERFORM 2500-LOAD-CREDITS THRU 2500-EXIT
002070         PERFORM 3000-MATCH-ACH THRU 3000-EXIT
002080             VARYING BK-IDX FROM 1 BY 1
002090             UNTIL BK-IDX > WS-CREDIT-COUNT
002100         PERFORM 3200-BUILD-BATCHES THRU 3200-EXIT
002110         PERFORM 3400-MATCH-DEPOSIT THRU 3400-EXIT
002120             VARYING BK-IDX FROM 1 BY 1
002130             UNTIL BK-IDX > WS-CREDIT-COUNT
002140         PERFORM 4000-PRINT-OUTSTANDING THRU 4000-EXIT
002150         PERFORM 4500-REWRITE-BOOK THRU 4500-EXIT
002160     END-IF
002170     PERFORM 5000-TERMINATE THRU 5000-EXIT
002180     GOBACK.
002190
002200*----THE BOOK CARRIED FROM THE LAST RUN. NO BOOK IS THE FIRST
002210*----RUN, WHICH TAKES ONLY THE BUSINESS DATE'S RECEIPTS - EARLIER
002220*----DAYS WERE PROVED BY HAND BEFORE THIS RUN EXISTED.
002230 1000-INITIALIZE.
002240     MOVE "S" TO WS-LOG-EVENT
002250     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
002260         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
002270     CALL "GETBDATE" USING WS-RUN-DATE
002280     MOVE WS-RUN-DATE TO WS-DT-DATE
002290     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
002300     MOVE WS-DAYNUM TO WS-RUN-DN
002310     OPEN OUTPUT RECON-RPT
002320     MOVE WS-RUN-DATE TO HL-RUN-DATE
002330     WRITE RECON-RPT-REC FROM WS-HEAD-LINE
002340     OPEN INPUT DEPOPEN-IO
002350     EVALUATE TRUE
002360         WHEN WS-DEP-STATUS = "00"
002370             MOVE "N" TO WS-EOF-SW
002380             PERFORM 1100-LOAD-ONE-CARRIED THRU 1100-EXIT
002390                 UNTIL END-OF-FILE
002400             CLOSE DEPOPEN-IO
002410         WHEN WS-DEP-STATUS = "35"
002420             MOVE "Y" TO WS-FIRST-RUN-SW
002430         WHEN OTHER
002440             DISPLAY "DEPREC: DEPOPEN UNREADABLE - STATUS "
002450                 WS-DEP-STATUS
002460             MOVE 12 TO RETURN-CODE
002470             MOVE "N" TO WS-BOOK-SW
002480             GO TO 1000-EXIT
002490     END-EVALUATE
002500     OPEN INPUT CASHAPPL-IN
002510     IF WS-APPL-STATUS NOT = "00"
002520         DISPLAY "DEPREC: NO CASHAPPL APPLIED RECEIPTS - "
002530             "NOTHING TO RECONCILE - STATUS " WS-APPL-STATUS
002540         MOVE 8 TO RETURN-CODE
002550         MOVE "N" TO WS-BOOK-SW
002560         GO TO 1000-EXIT
002570     END-IF
002580     OPEN INPUT BANKDEP-IN
002590     IF WS-BANK-STATUS NOT = "00"
002600         DISPLAY "DEPREC: NO STATEMENT CREDITS FROM THE BANK - "
002610             "EVERY RECEIPT REPORTS NOT DEPOSITED"
002620     END-IF.
002630 1000-EXIT.
002640     EXIT.
002650
002660 1100-LOAD-ONE-CARRIED.
002670     READ DEPOPEN-IO
002680         AT END
002690             MOVE "Y" TO WS-EOF-SW
002700             GO TO 1100-EXIT
002710     END-READ
002720     IF DO-HIGH-WATER
002730         MOVE DO-RCPT-DATE TO WS-HIGH-WATER
002740         GO TO 1100-EXIT
002750     END-IF
002760     IF NOT DO-RECEIPT
002770         GO TO 1100-EXIT
002780     END-IF
002790     MOVE DO-CUST-ID TO WS-WORK-CUST-ID
002800     MOVE DO-AMOUNT TO WS-WORK-AMOUNT
002810     MOVE DO-INV-NO TO WS-WORK-INV-NO
002820     MOVE DO-RCPT-DATE TO WS-WORK-DATE
002830     PERFORM 2200-ADD-RECEIPT THRU 2200-EXIT.
002840 1100-EXIT.
002850     EXIT.
002860
002870*----RECEIPTS APPLIED SINCE THE LAST RUN, UP TO THE BUSINESS
002880*----DATE. A RECEIPT DATED LATER WAITS FOR ITS OWN DAY'S RUN.
002890 2000-LOAD-NEW-RECEIPTS.
002900     MOVE "N" TO WS-EOF-SW
002910     PERFORM 2050-READ-RECEIPT THRU 2050-EXIT
002920     PERFORM 2100-TAKE-ONE-RECEIPT THRU 2100-EXIT
002930         UNTIL END-OF-FILE
002940     CLOSE CASHAPPL-IN.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2050-READ-RECEIPT.
002990     READ CASHAPPL-IN
003000         AT END MOVE "Y" TO WS-EOF-SW
003010     END-READ.
003020 2050-EXIT.
003030     EXIT.
003040
003050 2100-TAKE-ONE-RECEIPT.
003060     IF CI-RCPT-DATE NOT NUMERIC OR CI-AMOUNT NOT NUMERIC
003070         GO TO 2100-NEXT
003080     END-IF
003090     IF CI-RCPT-DATE > WS-RUN-DATE
003100         GO TO 2100-NEXT
003110     END-IF
003120     IF FIRST-RUN
003130         IF CI-RCPT-DATE NOT = WS-RUN-DATE
003140             GO TO 2100-NEXT
003150         END-IF
003160     ELSE
003170         IF CI-RCPT-DATE NOT > WS-HIGH-WATER
003180             GO TO 2100-NEXT
003190         END-IF
003200     END-IF
003210     ADD 1 TO WS-NEW-COUNT
003220     MOVE CI-CUST-ID TO WS-WORK-CUST-ID
003230     MOVE CI-AMOUNT TO WS-WORK-AMOUNT
003240     MOVE CI-INV-NO TO WS-WORK-INV-NO
003250     MOVE CI-RCPT-DATE TO WS-WORK-DATE
003260     PERFORM 2200-ADD-RECEIPT THRU 2200-EXIT.
003270 2100-NEXT.
003280     PERFORM 2050-READ-RECEIPT THRU 2050-EXIT.
003290 2100-EXIT.
003300     EXIT.
003310
003320*----A FULL TABLE WOULD DROP RECEIPTS FROM THE BOOK, SO THE RUN
003330*----STOPS LOADING AND THE BOOK IS LEFT AS IT WAS.
003340 2200-ADD-RECEIPT.
003350     IF WS-RCPT-COUNT >= 999
003360         IF BOOK-CAN-REWRITE
003370             DISPLAY "DEPREC: MORE THAN 999 RECEIPTS OUTSTANDING"
003380                 " - DEPOPEN LEFT AS IT WAS"
003390             MOVE 12 TO RETURN-CODE
003400             MOVE "N" TO WS-BOOK-SW
003410         END-IF
003420         GO TO 2200-EXIT
003430     END-IF
003440     ADD 1 TO WS-RCPT-COUNT
003450     SET RC-IDX TO WS-RCPT-COUNT
003460     MOVE WS-WORK-CUST-ID TO WS-R-CUST-ID(RC-IDX)
003470     MOVE WS-WORK-AMOUNT TO WS-R-AMOUNT(RC-IDX)
003480     MOVE WS-WORK-INV-NO TO WS-R-INV-NO(RC-IDX)
003490     MOVE WS-WORK-DATE TO WS-R-DATE(RC-IDX)
003500     MOVE "O" TO WS-R-STATE(RC-IDX).
003510 2200-EXIT.
003520     EXIT.
003530
003540 2500-LOAD-CREDITS.
003550     IF WS-BANK-STATUS NOT = "00"
003560         GO TO 2500-EXIT
003570     END-IF
003580     MOVE "N" TO WS-EOF-SW
003590     PERFORM 2550-LOAD-ONE-CREDIT THRU 2550-EXIT
003600         UNTIL END-OF-FILE
003610     CLOSE BANKDEP-IN.
003620 2500-EXIT.
003630     EXIT.
003640
003650 2550-LOAD-ONE-CREDIT.
003660     READ BANKDEP-IN
003670         AT END
003680             MOVE "Y" TO WS-EOF-SW
003690             GO TO 2550-EXIT
003700     END-READ
003710     ADD 1 TO WS-CREDIT-READ
003720     IF WS-CREDIT-COUNT >= 500
003730         MOVE SPACES TO WS-MSG-LINE
003740         MOVE BD-AMOUNT TO WS-EDIT-AMOUNT
003750         STRING "BANK CREDIT " WS-EDIT-AMOUNT " POSTED "
003760             BD-POST-DATE " - PAST 500 CREDITS, NOT MATCHED"
003770             DELIMITED BY SIZE INTO WS-MSG-LINE
003780         WRITE RECON-RPT-REC FROM WS-MSG-LINE
003790         ADD 1 TO WS-ERROR-COUNT
003800         GO TO 2550-EXIT
003810     END-IF
003820     ADD 1 TO WS-CREDIT-COUNT
003830     SET BK-IDX TO WS-CREDIT-COUNT
003840     MOVE BD-TYPE TO WS-K-TYPE(BK-IDX)
003850     MOVE BD-AMOUNT TO WS-K-AMOUNT(BK-IDX)
003860     MOVE BD-POST-DATE TO WS-K-POST(BK-IDX)
003870     IF BD-SLIP-DATE NUMERIC
003880         MOVE BD-SLIP-DATE TO WS-K-SLIP(BK-IDX)
003890     ELSE
003900         MOVE 0 TO WS-K-SLIP(BK-IDX)
003910     END-IF
003920     MOVE BD-REFERENCE TO WS-K-REF(BK-IDX).
003930 2550-EXIT.
003940     EXIT.
003950
003960*----AN ACH CREDIT IS ONE CUSTOMER'S PAYMENT, SO IT PROVES ONE
003970*----RECEIPT OF THE SAME AMOUNT - THE QUOTED CUSTOMER'S FIRST,
003980*----THEN ANY CUSTOMER'S, OLDEST FIRST. NONE MEANS THE CUSTOMER
003990*----PAID WITHOUT TELLING US AND THE CASH WAS NEVER APPLIED.
004000 3000-MATCH-ACH.
004010     IF WS-K-TYPE(BK-IDX) NOT = "A"
004020         GO TO 3000-EXIT
004030     END-IF
004040     MOVE WS-K-AMOUNT(BK-IDX) TO WS-WORK-AMOUNT
004050     MOVE WS-K-REF(BK-IDX) TO WS-WORK-CUST-ID
004060     MOVE "Y" TO WS-CUST-MATCH-SW
004070     PERFORM 3050-FIND-RECEIPT THRU 3050-EXIT
004080     IF NOT ROW-FOUND
004090         MOVE "N" TO WS-CUST-MATCH-SW
004100         PERFORM 3050-FIND-RECEIPT THRU 3050-EXIT
004110     END-IF
004120     IF ROW-FOUND
004130         SET RC-IDX TO WS-HOLD-IDX
004140         MOVE "A" TO WS-R-STATE(RC-IDX)
004150         ADD 1 TO WS-ACH-MATCHED
004160         GO TO 3000-EXIT
004170     END-IF
004180     MOVE SPACES TO WS-MSG-LINE
004190     MOVE WS-K-AMOUNT(BK-IDX) TO WS-EDIT-AMOUNT
004200     STRING "ACH CREDIT " WS-EDIT-AMOUNT " POSTED "
004210         WS-K-POST(BK-IDX) " REF " WS-K-REF(BK-IDX)
004220         " - NOT APPLIED"
004230         DELIMITED BY SIZE INTO WS-MSG-LINE
004240     WRITE RECON-RPT-REC FROM WS-MSG-LINE
004250     ADD 1 TO WS-ERROR-COUNT.
004260 3000-EXIT.
004270     EXIT.
004280
004290 3050-FIND-RECEIPT.
004300     MOVE "N" TO WS-FOUND-SW
004310     MOVE 0 TO WS-HOLD-IDX
004320     PERFORM 3080-MATCH-ONE-RECEIPT THRU 3080-EXIT
004330         VARYING RC-IDX FROM 1 BY 1
004340         UNTIL RC-IDX > WS-RCPT-COUNT OR ROW-FOUND.
004350 3050-EXIT.
004360     EXIT.
004370
004380 3080-MATCH-ONE-RECEIPT.
004390     IF RCPT-OUTSTANDING(RC-IDX)
004400         AND WS-R-AMOUNT(RC-IDX) = WS-WORK-AMOUNT
004410         AND (NOT MATCH-ON-CUSTOMER
004420              OR WS-R-CUST-ID(RC-IDX) = WS-WORK-CUST-ID)
004430         MOVE "Y" TO WS-FOUND-SW
004440         SET WS-HOLD-IDX TO RC-IDX
004450     END-IF.
004460 3080-EXIT.
004470     EXIT.
004480
004490*----WHAT THE ACH CREDITS LEFT, TOTALLED BY RECEIPT DATE - EACH
004500*----DAY'S CHECKS GO TO THE BANK ON ONE SLIP
004510 3200-BUILD-BATCHES.
004520     PERFORM 3250-BATCH-ONE-RECEIPT THRU 3250-EXIT
004530         VARYING RC-IDX FROM 1 BY 1
004540         UNTIL RC-IDX > WS-RCPT-COUNT.
004550 3200-EXIT.
004560     EXIT.
004570
004580 3250-BATCH-ONE-RECEIPT.
004590     IF NOT RCPT-OUTSTANDING(RC-IDX)
004600         GO TO 3250-EXIT
004610     END-IF
004620     MOVE WS-R-DATE(RC-IDX) TO WS-WORK-DATE
004630     PERFORM 3300-FIND-BATCH THRU 3300-EXIT
004640     IF NOT ROW-FOUND
004650         ADD 1 TO WS-BATCH-COUNT
004660         SET BA-IDX TO WS-BATCH-COUNT
004670         MOVE WS-WORK-DATE TO WS-B-DATE(BA-IDX)
004680         MOVE 0 TO WS-B-TOTAL(BA-IDX)
004690         MOVE 0 TO WS-B-COUNT(BA-IDX)
004700         MOVE "O" TO WS-B-STATE(BA-IDX)
004710         SET WS-HOLD-IDX TO BA-IDX
004720     END-IF
004730     SET BA-IDX TO WS-HOLD-IDX
004740     ADD WS-R-AMOUNT(RC-IDX) TO WS-B-TOTAL(BA-IDX)
004750     ADD 1 TO WS-B-COUNT(BA-IDX).
004760 3250-EXIT.
004770     EXIT.
004780
004790 3300-FIND-BATCH.
004800     MOVE "N" TO WS-FOUND-SW
004810     MOVE 0 TO WS-HOLD-IDX
004820     PERFORM 3350-MATCH-ONE-BATCH THRU 3350-EXIT
004830         VARYING BA-IDX FROM 1 BY 1
004840         UNTIL BA-IDX > WS-BATCH-COUNT OR ROW-FOUND.
004850 3300-EXIT.
004860     EXIT.
004870
004880 3350-MATCH-ONE-BATCH.
004890     IF WS-B-DATE(BA-IDX) = WS-WORK-DATE
004900         MOVE "Y" TO WS-FOUND-SW
004910         SET WS-HOLD-IDX TO BA-IDX
004920     END-IF.
004930 3350-EXIT.
004940     EXIT.
004950
004960*----A DEPOSIT PROVES THE BATCH FOR ITS SLIP DATE, OR WITH NO
004970*----SLIP DATE THE OLDEST OPEN BATCH OF EXACTLY ITS AMOUNT. A
004980*----DEPOSIT FOR THE WRONG AMOUNT STILL RETIRES ITS BATCH - THE
004990*----MONEY WENT TO THE BANK - BUT THE DIFFERENCE IS A BREAK.
005000*----CREDITS OF ANY OTHER KIND (INTEREST, TRANSFERS) ARE NOT
005010*----RECEIPTS AND ARE ONLY LISTED.
005020 3400-MATCH-DEPOSIT.
005030     IF WS-K-TYPE(BK-IDX) = "A"
005040         GO TO 3400-EXIT
005050     END-IF
005060     IF WS-K-TYPE(BK-IDX) NOT = "D"
005070         MOVE SPACES TO WS-MSG-LINE
005080         MOVE WS-K-AMOUNT(BK-IDX) TO WS-EDIT-AMOUNT
005090         STRING "OTHER CREDIT " WS-EDIT-AMOUNT " POSTED "
005100             WS-K-POST(BK-IDX) " TYPE " WS-K-TYPE(BK-IDX)
005110             " - NOT A RECEIPT"
005120             DELIMITED BY SIZE INTO WS-MSG-LINE
005130         WRITE RECON-RPT-REC FROM WS-MSG-LINE
005140         GO TO 3400-EXIT
005150     END-IF
005160     IF WS-K-SLIP(BK-IDX) > 0
005170         MOVE WS-K-SLIP(BK-IDX) TO WS-WORK-DATE
005180         PERFORM 3300-FIND-BATCH THRU 3300-EXIT
005190         IF ROW-FOUND
005200             SET BA-IDX TO WS-HOLD-IDX
005210             IF NOT BATCH-OPEN(BA-IDX)
005220                 MOVE "N" TO WS-FOUND-SW
005230             END-IF
005240         END-IF
005250     ELSE
005260         MOVE WS-K-AMOUNT(BK-IDX) TO WS-WORK-AMOUNT
005270         PERFORM 3500-FIND-BATCH-AMOUNT THRU 3500-EXIT
005280     END-IF
005290     IF NOT ROW-FOUND
005300         MOVE SPACES TO WS-MSG-LINE
005310         MOVE WS-K-AMOUNT(BK-IDX) TO WS-EDIT-AMOUNT
005320         STRING "DEPOSIT " WS-EDIT-AMOUNT " POSTED "
005330             WS-K-POST(BK-IDX) " SLIP " WS-K-SLIP(BK-IDX)
005340             " - NO APPLIED RECEIPTS"
005350             DELIMITED BY SIZE INTO WS-MSG-LINE
005360         WRITE RECON-RPT-REC FROM WS-MSG-LINE
005370         ADD 1 TO WS-ERROR-COUNT
005380         GO TO 3400-EXIT
005390     END-IF
005400     SET BA-IDX TO WS-HOLD-IDX
005410     MOVE "M" TO WS-B-STATE(BA-IDX)
005420     ADD 1 TO WS-DEP-MATCHED
005430     PERFORM 3600-RETIRE-BATCH THRU 3600-EXIT
005440         VARYING RC-IDX FROM 1 BY 1
005450         UNTIL RC-IDX > WS-RCPT-COUNT
005460     IF WS-B-TOTAL(BA-IDX) NOT = WS-K-AMOUNT(BK-IDX)
005470         MOVE SPACES TO WS-MSG-LINE
005480         MOVE WS-K-AMOUNT(BK-IDX) TO WS-EDIT-AMOUNT
005490         MOVE WS-B-TOTAL(BA-IDX) TO WS-EDIT-AMOUNT-2
005500         STRING "DEPOSIT " WS-EDIT-AMOUNT " FOR "
005510             WS-B-DATE(BA-IDX) " DISAGREES - APPLIED "
005520             WS-EDIT-AMOUNT-2
005530             DELIMITED BY SIZE INTO WS-MSG-LINE
005540         WRITE RECON-RPT-REC FROM WS-MSG-LINE
005550         ADD 1 TO WS-ERROR-COUNT
005560     END-IF.
005570 3400-EXIT.
005580     EXIT.
005590
005600 3500-FIND-BATCH-AMOUNT.
005610     MOVE "N" TO WS-FOUND-SW
005620     MOVE 0 TO WS-HOLD-IDX
005630     PERFORM 3550-MATCH-BATCH-AMOUNT THRU 3550-EXIT
005640         VARYING BA-IDX FROM 1 BY 1
005650         UNTIL BA-IDX > WS-BATCH-COUNT OR ROW-FOUND.
005660 3500-EXIT.
005670     EXIT.
005680
005690 3550-MATCH-BATCH-AMOUNT.
005700     IF BATCH-OPEN(BA-IDX)
005710         AND WS-B-TOTAL(BA-IDX) = WS-WORK-AMOUNT
005720         MOVE "Y" TO WS-FOUND-SW
005730         SET WS-HOLD-IDX TO BA-IDX
005740     END-IF.
005750 3550-EXIT.
005760     EXIT.
005770
005780 3600-RETIRE-BATCH.
005790     IF RCPT-OUTSTANDING(RC-IDX)
005800         AND WS-R-DATE(RC-IDX) = WS-B-DATE(BA-IDX)
005810         MOVE "D" TO WS-R-STATE(RC-IDX)
005820     END-IF.
005830 3600-EXIT.
005840     EXIT.
005850
005860*----RECEIPTS THE BANK HAS NOT SHOWN. WITHIN THE TRANSIT DAYS
005870*----THE DEPOSIT MAY SIMPLY NOT HAVE POSTED YET; PAST THEM THE
005880*----RECEIPT WAS APPLIED BUT NEVER DEPOSITED.
005890 4000-PRINT-OUTSTANDING.
005900     PERFORM 4100-PRINT-ONE-RECEIPT THRU 4100-EXIT
005910         VARYING RC-IDX FROM 1 BY 1
005920         UNTIL RC-IDX > WS-RCPT-COUNT
005930     MOVE WS-OUT-TOTAL TO TL-AMOUNT
005940     MOVE WS-TRANSIT-COUNT TO TL-COUNT
005950     WRITE RECON-RPT-REC FROM WS-TOTAL-LINE.
005960 4000-EXIT.
005970     EXIT.
005980
005990 4100-PRINT-ONE-RECEIPT.
006000     IF NOT RCPT-OUTSTANDING(RC-IDX)
006010         GO TO 4100-EXIT
006020     END-IF
006030     MOVE WS-R-DATE(RC-IDX) TO WS-DT-DATE
006040     PERFORM 9200-DAY-NUMBER THRU 9200-EXIT
006050     COMPUTE WS-AGE-DAYS = WS-RUN-DN - WS-DAYNUM
006060     MOVE WS-R-CUST-ID(RC-IDX) TO DL-CUST-ID
006070     MOVE WS-R-INV-NO(RC-IDX) TO DL-INV-NO
006080     MOVE WS-R-AMOUNT(RC-IDX) TO DL-AMOUNT
006090     MOVE WS-R-DATE(RC-IDX) TO DL-DATE
006100     MOVE WS-AGE-DAYS TO DL-AGE
006110     IF WS-AGE-DAYS > WS-TRANSIT-DAYS
006120         MOVE "NOT DEPOSITED" TO DL-FLAG
006130         ADD 1 TO WS-ERROR-COUNT
006140     ELSE
006150         MOVE "IN TRANSIT" TO DL-FLAG
006160     END-IF
006170     WRITE RECON-RPT-REC FROM WS-DETAIL-LINE
006180     ADD 1 TO WS-TRANSIT-COUNT
006190     ADD WS-R-AMOUNT(RC-IDX) TO WS-OUT-TOTAL.
006200 4100-EXIT.
006210     EXIT.
006220
006230*----THE BOOK REWRITES WITH THE NEW HIGH-WATER DATE AND ONLY THE
006240*----RECEIPTS STILL OUT - PROVED RECEIPTS ARE DONE WITH.
006250 4500-REWRITE-BOOK.
006260     IF NOT BOOK-CAN-REWRITE
006270         GO TO 4500-EXIT
006280     END-IF
006290     OPEN OUTPUT DEPOPEN-IO
006300     MOVE SPACES TO DEPOPEN-REC
006310     MOVE "H" TO DO-TYPE
006320     MOVE 0 TO DO-AMOUNT
006330     IF WS-RUN-DATE > WS-HIGH-WATER
006340         MOVE WS-RUN-DATE TO DO-RCPT-DATE
006350     ELSE
006360         MOVE WS-HIGH-WATER TO DO-RCPT-DATE
006370     END-IF
006380     WRITE DEPOPEN-REC
006390     PERFORM 4550-KEEP-ONE-RECEIPT THRU 4550-EXIT
006400         VARYING RC-IDX FROM 1 BY 1
006410         UNTIL RC-IDX > WS-RCPT-COUNT
006420     CLOSE DEPOPEN-IO.
006430 4500-EXIT.
006440     EXIT.
006450
006460 4550-KEEP-ONE-RECEIPT.
006470     IF RCPT-OUTSTANDING(RC-IDX)
006480         MOVE "R" TO DO-TYPE
006490         MOVE WS-R-CUST-ID(RC-IDX) TO DO-CUST-ID
006500         MOVE WS-R-AMOUNT(RC-IDX) TO DO-AMOUNT
006510         MOVE WS-R-INV-NO(RC-IDX) TO DO-INV-NO
006520         MOVE WS-R-DATE(RC-IDX) TO DO-RCPT-DATE
006530         WRITE DEPOPEN-REC
006540     END-IF.
006550 4550-EXIT.
006560     EXIT.
006570
006580 5000-TERMINATE.
006590     DISPLAY "DEPREC: NEW RECEIPTS TAKEN - " WS-NEW-COUNT
006600     DISPLAY "DEPREC: ACH CREDITS MATCHED - " WS-ACH-MATCHED
006610     DISPLAY "DEPREC: DEPOSITS MATCHED - " WS-DEP-MATCHED
006620     DISPLAY "DEPREC: RECEIPTS STILL OUT - " WS-TRANSIT-COUNT
006630     DISPLAY "DEPREC: UNRECONCILED ITEMS - " WS-ERROR-COUNT
006640     IF WS-ERROR-COUNT > 0 AND RETURN-CODE < 8
006650         MOVE 8 TO RETURN-CODE
006660     END-IF
006670     CLOSE RECON-RPT
006680     COMPUTE WS-LOG-READ = WS-NEW-COUNT + WS-CREDIT-READ
006690     MOVE WS-TRANSIT-COUNT TO WS-LOG-WRITTEN
006700     MOVE WS-ERROR-COUNT TO WS-LOG-REJECTS
006710     MOVE "E" TO WS-LOG-EVENT
006720     MOVE RETURN-CODE TO WS-LOG-RC
006730     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
006740         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
006741*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
006742*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
006743     MOVE WS-LOG-RC TO RETURN-CODE.
006750 5000-EXIT.
006760     EXIT.
006770
006780*----WS-DT-DATE AS A DAY NUMBER IN WS-DAYNUM. THE YEAR IS COUNTED
006790*----FROM MARCH, SO JANUARY AND FEBRUARY BELONG TO THE YEAR
006800*----BEFORE AND THE LEAP DAY ENDS THE COUNTING YEAR.
006810 9200-DAY-NUMBER.
006820     MOVE WS-DT-YEAR TO WS-DN-YEAR
006830     MOVE WS-DT-MONTH TO WS-DN-MONTH
006840     IF WS-DN-MONTH < 3
006850         SUBTRACT 1 FROM WS-DN-YEAR
006860         ADD 12 TO WS-DN-MONTH
006870     END-IF
006880     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
006890     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
006900     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
006910     COMPUTE WS-DN-WORK = (153 * (WS-DN-MONTH - 3)) + 2
006920     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
006930     COMPUTE WS-DAYNUM = (365 * WS-DN-YEAR) + WS-DN-Q4
006940         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
006950         + WS-DT-DAY.
006960 9200-EXIT.
006970     EXIT.
