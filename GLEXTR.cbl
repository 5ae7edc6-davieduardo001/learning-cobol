000280*                   THE OLD HARD STOP TOOK THE WHOLE RUN UNIT
000290*                   (AND THE REST OF THE NIGHT) DOWN FOR A
000300*                   ROUTINE MISSING CONTROL FILE.
000301*   2026-10-15  DP  EACH JOURNAL RECORD AND REGISTER LINE NOW
000302*                   CARRIES ITS POSTING DATE - THE BUSINESS DATE.
000303*                   THE MONTH-END PAYROLL ACCRUAL LEFT ON PAYACCR
000304*                   POSTS AS TWO BATCHES, PAYACCR DATED THE MONTH
000305*                   END AND THE REVERSING PAYACREV DATED THE FIRST
000306*                   OF THE NEXT MONTH, THROUGH THE NEW ACCRWAGE,
000307*                   ACCRTXEX AND ACCRTXPY MAP KEYS. PAYACCR IS
000308*                   EMPTIED ONCE BOTH BALANCE.
000309*   2026-10-15  DP  AP PAYMENT RUNS LEFT ON APPAYGL BY APPAYRUN
000310*                   POST AS THE APPAY BATCH - AP DEBITED FOR THE
000311*                   INVOICES PAID, CASH AND DISCOUNTS EARNED
000312*                   CREDITED - THROUGH THE NEW APPAYDR, APPAYCR
000313*                   AND APDISCCR MAP KEYS. APPAYGL IS EMPTIED ONCE
000314*                   THE BATCH BALANCES.
000315*   2026-10-15  DP  BAD-DEBT WRITE-OFFS LEFT ON BDEBTGL BY BADDEBT
000316*                   POST AS THE BADDEBT BATCH, ALLOWANCE AGAINST
000317*                   RECEIVABLES, AND RECOVERIES LEFT BY CASHRCPT
000318*                   AS THE BDRECOV BATCH, CASH AGAINST THE
000319*                   ALLOWANCE, THROUGH THE NEW BADDBTDR, BADDBTCR,
000320*                   BDRECDR AND BDRECCR MAP KEYS. BDEBTGL IS
000321*                   EMPTIED ONCE BOTH BALANCE. THE MAP TABLE NOW
000322*                   HOLDS 40 KEYS.
000323*   2026-10-15  DP  THE MONTH-END INTERCOMPANY ELIMINATIONS LEFT
000324*                   ON ICELIM BY ICRECON POST AS THE ICELIM BATCH
000325*                   DATED THE MONTH END - THE INTERCOMPANY PAYABLE
000326*                   AGAINST THE RECEIVABLE AND THE INTERCOMPANY
000327*                   REVENUE AGAINST THE EXPENSE - THROUGH THE NEW
000328*                   ICELAPDR, ICELARCR, ICELRVDR AND ICELEXCR MAP
000329*                   KEYS. ICELIM IS EMPTIED ONCE THE BATCH
000330*                   BALANCES.
000331*   2026-10-15  DP  FIXED ASSET ENTRIES LEFT ON FAGL POST AS THE
000332*                   FADEPR BATCH DATED THE MONTH END - EXPENSE
000333*                   AGAINST ACCUMULATED DEPRECIATION - AND THE
000334*                   FADISP BATCH FOR DISPOSALS, THROUGH THE NEW
000335*                   FADEPRDR, FADEPRCR, FADSPADR, FADSPCDR,
000336*                   FADSPLDR, FADSPACR AND FADSPGCR MAP KEYS. FAGL
000337*                   IS EMPTIED ONCE BOTH BALANCE.
000338 ENVIRONMENT DIVISION.
000339 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000341     SELECT GLMAP-IN    ASSIGN TO GLMAP
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MAP-STATUS.
000370     SELECT VARPAY-IN   ASSIGN TO VARPAY
000480         FILE STATUS IS WS-INV-STATUS.
000490     SELECT GLJRNL-OUT  ASSIGN TO GLJRNL
000500         ORGANIZATION IS LINE SEQUENTIAL.
000501     SELECT PAYACCR-IN  ASSIGN TO PAYACCR
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-ACCR-STATUS.
000504     SELECT APPAYGL-IN  ASSIGN TO APPAYGL
000505         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-APPG-STATUS.
000507     SELECT BDEBTGL-IN  ASSIGN TO BDEBTGL
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-BDGL-STATUS.
000511     SELECT ICELIM-IN   ASSIGN TO ICELIM
000513         ORGANIZATION IS LINE SEQUENTIAL
000515         FILE STATUS IS WS-ICEL-STATUS.
000516     SELECT FAGL-IN     ASSIGN TO FAGL
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-FAGL-STATUS.
000519     SELECT GL-RPT      ASSIGN TO GLRPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----ACCOUNT MAP - ONE ROW PER POSTING KEY. THE KEYS ARE
000570*----PAYEXP/PAYCASH/PAYWHP FOR THE PAYROLL SPLITS, FINCHDR/
000580*----FINCHCR, ODFEEDR/ODFEECR, AND INVREVDR/INVREVCR, AND FOR
000581*----THE MONTH-END PAYROLL ACCRUAL ACCRWAGE (ACCRUED WAGES),
000582*----ACCRTXEX (EMPLOYER TAX EXPENSE) AND ACCRTXPY (ACCRUED
000583*----EMPLOYER TAX) BESIDE PAYEXP, AND FOR THE AP PAYMENT RUN
000584*----APPAYDR (ACCOUNTS PAYABLE), APPAYCR (CASH) AND APDISCCR
000585*----(PURCHASE DISCOUNTS EARNED), AND FOR BAD DEBT BADDBTDR
000586*----(ALLOWANCE FOR DOUBTFUL ACCOUNTS) AND BADDBTCR (ACCOUNTS
000587*----RECEIVABLE) ON A WRITE-OFF, BDRECDR (CASH) AND BDRECCR (THE
000588*----ALLOWANCE) ON A RECOVERY, AND FOR THE MONTH-END
000590*----INTERCOMPANY ELIMINATION ICELAPDR (INTERCOMPANY PAYABLE),
000592*----ICELARCR (INTERCOMPANY RECEIVABLE), ICELRVDR (INTERCOMPANY
000594*----REVENUE) AND ICELEXCR (INTERCOMPANY EXPENSE), AND FOR FIXED
000596*----ASSETS FADEPRDR (DEPRECIATION EXPENSE) AND FADEPRCR
000598*----(ACCUMULATED DEPRECIATION) EACH MONTH, AND ON A DISPOSAL
000600*----FADSPADR (ACCUMULATED DEPRECIATION RELIEVED), FADSPCDR
000602*----(CASH PROCEEDS), FADSPLDR (LOSS ON DISPOSAL), FADSPACR
000604*----(ASSET COST) AND FADSPGCR (GAIN ON DISPOSAL).
000606 FD  GLMAP-IN.
000608 01  GLMAP-REC.
000610     05  GM-KEY           PIC X(8).
000620     05  GM-ACCT          PIC X(6).
000630
001060     05  GJ-ACCT          PIC X(6).
001070     05  GJ-DC            PIC X(1).
001080     05  GJ-AMOUNT        PIC 9(9)V99.
001081*----DATE THE ENTRY POSTS - THE BUSINESS DATE, EXCEPT THE
001082*----ACCRUAL AND ITS REVERSAL, WHICH CARRY THEIR OWN
001083     05  GJ-POST-DATE     PIC 9(8).
001090
001091 FD  PAYACCR-IN.
001092     COPY "PAYACCR.cpy".
001093
001094 FD  APPAYGL-IN.
001095     COPY "APPAYGL.cpy".
001096
001097 FD  BDEBTGL-IN.
001098     COPY "BDEBTGL.cpy".
001100
001102 FD  ICELIM-IN.
001104     COPY "ICELIM.cpy".
001106
001108
001110 FD  FAGL-IN.
001112     COPY "FAGL.cpy".
001114
001116 FD  GL-RPT.
001118 01  GL-RPT-REC           PIC X(70).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-MAP-STATUS        PIC X(2) VALUE SPACES.
001180 01  WS-FIN-STATUS        PIC X(2) VALUE SPACES.
001190 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
001200 01  WS-INV-STATUS        PIC X(2) VALUE SPACES.
001201 01  WS-ACCR-STATUS       PIC X(2) VALUE SPACES.
001202 01  WS-ACCR-FOUND-SW     PIC X(1) VALUE "N".
001203     88  ACCRUAL-WAITING      VALUE "Y".
001204 01  WS-ACCR-DR           PIC X(1) VALUE "D".
001205 01  WS-ACCR-CR           PIC X(1) VALUE "C".
001206 01  WS-APPG-STATUS       PIC X(2) VALUE SPACES.
001207 01  WS-APPG-EOF-SW       PIC X(1) VALUE "N".
001208     88  END-OF-AP-PAYMENTS   VALUE "Y".
001209 01  WS-APPG-INV-TOTAL    PIC 9(9)V99 VALUE 0.
001210 01  WS-APPG-DISC-TOTAL   PIC 9(9)V99 VALUE 0.
001211 01  WS-APPG-CASH-TOTAL   PIC 9(9)V99 VALUE 0.
001212 01  WS-BDGL-STATUS       PIC X(2) VALUE SPACES.
001213 01  WS-BDGL-EOF-SW       PIC X(1) VALUE "N".
001214     88  END-OF-BAD-DEBT      VALUE "Y".
001215 01  WS-WOFF-TOTAL        PIC 9(9)V99 VALUE 0.
001216 01  WS-RECOV-TOTAL       PIC 9(9)V99 VALUE 0.
001217 01  WS-ICEL-STATUS       PIC X(2) VALUE SPACES.
001218 01  WS-ICEL-EOF-SW       PIC X(1) VALUE "N".
001219     88  END-OF-ELIMINATIONS  VALUE "Y".
001220 01  WS-ELIM-BAL-TOTAL    PIC 9(9)V99 VALUE 0.
001221 01  WS-ELIM-CHG-TOTAL    PIC 9(9)V99 VALUE 0.
001222 01  WS-ELIM-DATE         PIC 9(8) VALUE 0.
001223 01  WS-FAGL-STATUS       PIC X(2) VALUE SPACES.
001224 01  WS-FAGL-EOF-SW       PIC X(1) VALUE "N".
001225     88  END-OF-ASSET-ENTRIES VALUE "Y".
001226 01  WS-FA-DEPR-TOTAL     PIC 9(9)V99 VALUE 0.
001227 01  WS-FA-DEPR-DATE      PIC 9(8) VALUE 0.
001228 01  WS-FA-ACCUM-TOTAL    PIC 9(9)V99 VALUE 0.
001229 01  WS-FA-PROCEEDS-TOTAL PIC 9(9)V99 VALUE 0.
001230 01  WS-FA-LOSS-TOTAL     PIC 9(9)V99 VALUE 0.
001231 01  WS-FA-COST-TOTAL     PIC 9(9)V99 VALUE 0.
001232 01  WS-FA-GAIN-TOTAL     PIC 9(9)V99 VALUE 0.
001233 01  WS-HOLD-REJECTS      PIC 9(2) COMP VALUE 0.
001234 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001235 01  WS-POST-DATE         PIC 9(8) VALUE 0.
001236 01  WS-EOF-SW            PIC X(1) VALUE "N".
001237     88  END-OF-FILE          VALUE "Y".
001238 01  WS-MAP-EOF-SW        PIC X(1) VALUE "N".
001240     88  NO-MORE-MAP          VALUE "Y".
001250 01  WS-MAP-COUNT         PIC 9(2) COMP VALUE 0.
001260 01  WS-MAP-FOUND-SW      PIC X(1) VALUE "N".
001440 01  WS-BATCH-COUNT       PIC 9(2) COMP VALUE 0.
001450 01  WS-REJECT-COUNT      PIC 9(2) COMP VALUE 0.
001460 01  WS-MAP-TABLE.
001470     05  WS-MAP-ENTRY     OCCURS 40 TIMES
001480                          INDEXED BY GM-IDX.
001490         10  WS-M-KEY     PIC X(8).
001500         10  WS-M-ACCT    PIC X(6).
001560     05  RL-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER           PIC X(1) VALUE SPACE.
001580     05  RL-DISPOSITION   PIC X(10).
001581     05  FILLER           PIC X(1) VALUE SPACE.
001582     05  RL-POST-DATE     PIC 9(8).
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001670     PERFORM 3000-GATHER-FINCHG THRU 3000-EXIT
001680     PERFORM 4000-GATHER-FEES THRU 4000-EXIT
001690     PERFORM 5000-GATHER-REVENUE THRU 5000-EXIT
001691     PERFORM 5500-GATHER-ACCRUAL THRU 5500-EXIT
001692     PERFORM 5600-GATHER-AP-PAYMENTS THRU 5600-EXIT
001693     PERFORM 5700-GATHER-BAD-DEBT THRU 5700-EXIT
001694     PERFORM 5800-GATHER-ELIMINATIONS THRU 5800-EXIT
001695     PERFORM 5900-GATHER-FIXED-ASSETS THRU 5900-EXIT
001700     PERFORM 6000-WRITE-PAYROLL-BATCH THRU 6000-EXIT
001710     PERFORM 6500-WRITE-SIMPLE-BATCHES THRU 6500-EXIT
001711     PERFORM 6700-WRITE-ACCRUAL-BATCHES THRU 6700-EXIT
001712     PERFORM 6800-WRITE-AP-PAY-BATCH THRU 6800-EXIT
001713     PERFORM 6900-WRITE-BAD-DEBT-BATCHES THRU 6900-EXIT
001714     PERFORM 6950-WRITE-ELIMINATION-BATCH THRU 6950-EXIT
001715     PERFORM 6970-WRITE-FIXED-ASSET-BATCHES THRU 6970-EXIT
001720     PERFORM 7000-TERMINATE THRU 7000-EXIT
001730     GOBACK.
001740
001840         GO TO 1000-EXIT
001850     END-IF
001860     PERFORM 1100-LOAD-ONE-MAP THRU 1100-EXIT
001870         UNTIL NO-MORE-MAP OR WS-MAP-COUNT >= 40
001880     CLOSE GLMAP-IN
001881     CALL "GETBDATE" USING WS-BUS-DATE
001882     MOVE WS-BUS-DATE TO WS-POST-DATE
001890     OPEN OUTPUT GLJRNL-OUT
001900     OPEN OUTPUT GL-RPT.
001910 1000-EXIT.
003280 5100-EXIT.
003290     EXIT.
003300
003301*----PAYACCR LEAVES ONE RECORD WHEN THE OPEN PAY PERIOD
003302*----STRADDLES A MONTH END, AND AN EMPTY FILE OTHERWISE.
003303 5500-GATHER-ACCRUAL.
003304     MOVE "N" TO WS-ACCR-FOUND-SW
003305     OPEN INPUT PAYACCR-IN
003306     IF WS-ACCR-STATUS NOT = "00"
003307         GO TO 5500-EXIT
003308     END-IF
003309     READ PAYACCR-IN
003310         AT END MOVE 0 TO AX-GROSS
003311     END-READ
003312     IF WS-ACCR-STATUS = "00" AND AX-GROSS NUMERIC
003313         AND AX-GROSS > 0
003314         MOVE "Y" TO WS-ACCR-FOUND-SW
003315     END-IF
003316     CLOSE PAYACCR-IN.
003317 5500-EXIT.
003318     EXIT.
003319
003320*----APPAYRUN APPENDS ONE RECORD PER PAYMENT RUN; EVERY RUN
003321*----SINCE THE LAST EXTRACT POSTS IN THE ONE BATCH.
003322 5600-GATHER-AP-PAYMENTS.
003323     MOVE "N" TO WS-APPG-EOF-SW
003324     OPEN INPUT APPAYGL-IN
003325     IF WS-APPG-STATUS NOT = "00"
003326         GO TO 5600-EXIT
003327     END-IF
003328     PERFORM 5650-SUM-ONE-AP-PAYMENT THRU 5650-EXIT
003329         UNTIL END-OF-AP-PAYMENTS
003330     CLOSE APPAYGL-IN.
003331 5600-EXIT.
003332     EXIT.
003333
003334 5650-SUM-ONE-AP-PAYMENT.
003335     READ APPAYGL-IN
003336         AT END MOVE "Y" TO WS-APPG-EOF-SW
003337     END-READ
003338     IF NOT END-OF-AP-PAYMENTS AND PG-CASH NUMERIC
003339         ADD PG-INVOICES TO WS-APPG-INV-TOTAL
003340         ADD PG-DISCOUNT TO WS-APPG-DISC-TOTAL
003341         ADD PG-CASH TO WS-APPG-CASH-TOTAL
003342     END-IF.
003343 5650-EXIT.
003344     EXIT.
003345
003346*----BADDEBT AND CASHRCPT APPEND ONE RECORD PER WRITE-OFF OR
003347*----RECOVERY; EVERYTHING SINCE THE LAST EXTRACT POSTS TOGETHER.
003348 5700-GATHER-BAD-DEBT.
003349     MOVE "N" TO WS-BDGL-EOF-SW
003350     OPEN INPUT BDEBTGL-IN
003351     IF WS-BDGL-STATUS NOT = "00"
003352         GO TO 5700-EXIT
003353     END-IF
003354     PERFORM 5750-SUM-ONE-BAD-DEBT THRU 5750-EXIT
003355         UNTIL END-OF-BAD-DEBT
003356     CLOSE BDEBTGL-IN.
003357 5700-EXIT.
003358     EXIT.
003359
003360 5750-SUM-ONE-BAD-DEBT.
003361     READ BDEBTGL-IN
003362         AT END MOVE "Y" TO WS-BDGL-EOF-SW
003363     END-READ
003364     IF END-OF-BAD-DEBT OR BG-AMOUNT NOT NUMERIC
003365         GO TO 5750-EXIT
003366     END-IF
003367     IF BG-WRITE-OFF
003368         ADD BG-AMOUNT TO WS-WOFF-TOTAL
003369     END-IF
003370     IF BG-RECOVERY
003371         ADD BG-AMOUNT TO WS-RECOV-TOTAL
003372     END-IF.
003373 5750-EXIT.
003374     EXIT.
003375
003376*----ICRECON WRITES ONE RECORD PER PAIR AT MONTH END, ALL DATED
003377*----THE MONTH END THE ELIMINATION BELONGS TO.
003378 5800-GATHER-ELIMINATIONS.
003379     MOVE "N" TO WS-ICEL-EOF-SW
003380     OPEN INPUT ICELIM-IN
003381     IF WS-ICEL-STATUS NOT = "00"
003382         GO TO 5800-EXIT
003383     END-IF
003384     PERFORM 5850-SUM-ONE-ELIMINATION THRU 5850-EXIT
003385         UNTIL END-OF-ELIMINATIONS
003386     CLOSE ICELIM-IN.
003387 5800-EXIT.
003388     EXIT.
003389
003390 5850-SUM-ONE-ELIMINATION.
003391     READ ICELIM-IN
003392         AT END MOVE "Y" TO WS-ICEL-EOF-SW
003393     END-READ
003394     IF END-OF-ELIMINATIONS OR IE-BALANCE-AMT NOT NUMERIC
003395         OR IE-CHARGE-AMT NOT NUMERIC
003396         GO TO 5850-EXIT
003397     END-IF
003398     ADD IE-BALANCE-AMT TO WS-ELIM-BAL-TOTAL
003399     ADD IE-CHARGE-AMT TO WS-ELIM-CHG-TOTAL
003400     MOVE IE-MONTH-END TO WS-ELIM-DATE.
003401 5850-EXIT.
003402     EXIT.
003403
003404*----FADEPR WRITES ONE DEPRECIATION RECORD PER ASSET, ALL
003405*----DATED THE MONTH END RUN; FAMAINT ONE RECORD PER DISPOSAL.
003406 5900-GATHER-FIXED-ASSETS.
003407     MOVE "N" TO WS-FAGL-EOF-SW
003408     OPEN INPUT FAGL-IN
003409     IF WS-FAGL-STATUS NOT = "00"
003410         GO TO 5900-EXIT
003411     END-IF
003412     PERFORM 5950-SUM-ONE-ASSET-ENTRY THRU 5950-EXIT
003413         UNTIL END-OF-ASSET-ENTRIES
003414     CLOSE FAGL-IN.
003415 5900-EXIT.
003416     EXIT.
003417
003418 5950-SUM-ONE-ASSET-ENTRY.
003419     READ FAGL-IN
003420         AT END MOVE "Y" TO WS-FAGL-EOF-SW
003421     END-READ
003422     IF END-OF-ASSET-ENTRIES OR FG-AMOUNT NOT NUMERIC
003423         GO TO 5950-EXIT
003424     END-IF
003425     IF FG-DEPRECIATION
003426         ADD FG-AMOUNT TO WS-FA-DEPR-TOTAL
003427         MOVE FG-POST-DATE TO WS-FA-DEPR-DATE
003428         GO TO 5950-EXIT
003429     END-IF
003430     IF NOT FG-DISPOSAL OR FG-ACCUM NOT NUMERIC
003431         OR FG-PROCEEDS NOT NUMERIC
003432         OR FG-GAIN-LOSS NOT NUMERIC
003433         GO TO 5950-EXIT
003434     END-IF
003435     ADD FG-AMOUNT TO WS-FA-COST-TOTAL
003436     ADD FG-ACCUM TO WS-FA-ACCUM-TOTAL
003437     ADD FG-PROCEEDS TO WS-FA-PROCEEDS-TOTAL
003438     IF FG-LOSS
003439         ADD FG-GAIN-LOSS TO WS-FA-LOSS-TOTAL
003440     ELSE
003441         ADD FG-GAIN-LOSS TO WS-FA-GAIN-TOTAL
003442     END-IF.
003443 5950-EXIT.
003444     EXIT.
003445
003446*----THE PAYROLL BATCH - SALARY EXPENSE DEBITS, CASH AND THE
003447*----WITHHOLDING/DEDUCTION PAYABLE CREDIT THE REST. GROSS MUST
003448*----EQUAL NET PLUS WITHHELD OR THE BATCH REJECTS.
003449 6000-WRITE-PAYROLL-BATCH.
003450     IF WS-GROSS-TOTAL = 0
003451         GO TO 6000-EXIT
003452     END-IF
003453     COMPUTE WS-WHP-TOTAL = WS-GROSS-TOTAL - WS-NET-TOTAL
003454     MOVE "PAYROLL" TO WS-CUR-SOURCE
003455     MOVE 0 TO WS-DEBIT-TOTAL
003456     MOVE 0 TO WS-CREDIT-TOTAL
003457     MOVE "N" TO WS-MISSING-SW
003458     MOVE "PAYEXP" TO WS-LOOK-KEY
003459     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
003460     MOVE WS-GROSS-TOTAL TO GJ-AMOUNT
003461     MOVE "D" TO GJ-DC
003470     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003480     MOVE "PAYCASH" TO WS-LOOK-KEY
003490     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004300 8800-EXIT.
004310     EXIT.
004320
004321*----THE MONTH-END ACCRUAL, DATED THE MONTH END, AND ITS
004322*----REVERSAL, DATED THE FIRST OF THE NEXT MONTH - THE SAME
004323*----LINES WITH DEBITS AND CREDITS SWAPPED, SO THE PAYROLL
004324*----BATCH THAT PAYS THE PERIOD IS NOT EXPENSED TWICE. THE
004325*----HAND-OFF IS EMPTIED ONLY WHEN BOTH BATCHES BALANCED; A
004326*----REJECTED PAIR STAYS ON PAYACCR FOR THE NEXT RUN ONCE THE
004327*----MAP IS FIXED.
004328 6700-WRITE-ACCRUAL-BATCHES.
004329     IF NOT ACCRUAL-WAITING
004330         GO TO 6700-EXIT
004331     END-IF
004332     MOVE WS-REJECT-COUNT TO WS-HOLD-REJECTS
004333     MOVE "PAYACCR" TO WS-CUR-SOURCE
004334     MOVE AX-MONTH-END TO WS-POST-DATE
004335     MOVE "D" TO WS-ACCR-DR
004336     MOVE "C" TO WS-ACCR-CR
004337     PERFORM 6750-WRITE-ACCRUAL-LINES THRU 6750-EXIT
004338     MOVE "PAYACREV" TO WS-CUR-SOURCE
004339     MOVE AX-REVERSE-DATE TO WS-POST-DATE
004340     MOVE "C" TO WS-ACCR-DR
004341     MOVE "D" TO WS-ACCR-CR
004342     PERFORM 6750-WRITE-ACCRUAL-LINES THRU 6750-EXIT
004343     MOVE WS-BUS-DATE TO WS-POST-DATE
004344     IF WS-REJECT-COUNT = WS-HOLD-REJECTS
004345         OPEN OUTPUT PAYACCR-IN
004346         CLOSE PAYACCR-IN
004347     ELSE
004348         DISPLAY "GLEXTR: PAYROLL ACCRUAL KEPT ON PAYACCR FOR "
004349             "THE NEXT RUN"
004350     END-IF.
004351 6700-EXIT.
004352     EXIT.
004353
004354*----WAGE EXPENSE AND EMPLOYER TAX EXPENSE AGAINST THE ACCRUED
004355*----WAGE AND TAX LIABILITIES, SIDES AS SET BY THE CALLER
004356 6750-WRITE-ACCRUAL-LINES.
004357     MOVE 0 TO WS-DEBIT-TOTAL
004358     MOVE 0 TO WS-CREDIT-TOTAL
004359     MOVE "N" TO WS-MISSING-SW
004360     MOVE "PAYEXP" TO WS-LOOK-KEY
004361     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004362     MOVE AX-GROSS TO GJ-AMOUNT
004363     MOVE WS-ACCR-DR TO GJ-DC
004364     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004365     IF AX-EMPR-TAX > 0
004366         MOVE "ACCRTXEX" TO WS-LOOK-KEY
004367         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004368         MOVE AX-EMPR-TAX TO GJ-AMOUNT
004369         MOVE WS-ACCR-DR TO GJ-DC
004370         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004371     END-IF
004372     MOVE "ACCRWAGE" TO WS-LOOK-KEY
004373     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004374     MOVE AX-GROSS TO GJ-AMOUNT
004375     MOVE WS-ACCR-CR TO GJ-DC
004376     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004377     IF AX-EMPR-TAX > 0
004378         MOVE "ACCRTXPY" TO WS-LOOK-KEY
004379         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004380         MOVE AX-EMPR-TAX TO GJ-AMOUNT
004381         MOVE WS-ACCR-CR TO GJ-DC
004382         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004383     END-IF
004384     PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT.
004385 6750-EXIT.
004386     EXIT.
004387
004388*----VENDOR PAYMENTS - THE PAYABLES RELIEVED DEBIT AP, THE
004389*----CHECKS CREDIT CASH AND THE DISCOUNTS TAKEN CREDIT
004390*----DISCOUNTS EARNED. APPAYGL IS EMPTIED ONLY WHEN THE BATCH
004391*----BALANCED, SO A REJECTED BATCH POSTS ON THE NEXT RUN.
004392 6800-WRITE-AP-PAY-BATCH.
004393     IF WS-APPG-INV-TOTAL = 0
004394         GO TO 6800-EXIT
004395     END-IF
004396     MOVE WS-REJECT-COUNT TO WS-HOLD-REJECTS
004397     MOVE "APPAY" TO WS-CUR-SOURCE
004398     MOVE 0 TO WS-DEBIT-TOTAL
004399     MOVE 0 TO WS-CREDIT-TOTAL
004400     MOVE "N" TO WS-MISSING-SW
004401     MOVE "APPAYDR" TO WS-LOOK-KEY
004402     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004403     MOVE WS-APPG-INV-TOTAL TO GJ-AMOUNT
004404     MOVE "D" TO GJ-DC
004405     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004406     MOVE "APPAYCR" TO WS-LOOK-KEY
004407     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004408     MOVE WS-APPG-CASH-TOTAL TO GJ-AMOUNT
004409     MOVE "C" TO GJ-DC
004410     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004411     IF WS-APPG-DISC-TOTAL > 0
004412         MOVE "APDISCCR" TO WS-LOOK-KEY
004413         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004414         MOVE WS-APPG-DISC-TOTAL TO GJ-AMOUNT
004415         MOVE "C" TO GJ-DC
004416         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004417     END-IF
004418     PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT
004419     IF WS-REJECT-COUNT = WS-HOLD-REJECTS
004420         OPEN OUTPUT APPAYGL-IN
004421         CLOSE APPAYGL-IN
004422     ELSE
004423         DISPLAY "GLEXTR: AP PAYMENTS KEPT ON APPAYGL FOR THE "
004424             "NEXT RUN"
004425     END-IF.
004426 6800-EXIT.
004427     EXIT.
004428
004429*----WRITE-OFFS CHARGE THE ALLOWANCE AND RELIEVE RECEIVABLES;
004430*----RECOVERIES BRING THE CASH IN AND RESTORE THE ALLOWANCE.
004431*----BDEBTGL IS EMPTIED ONLY WHEN BOTH BATCHES BALANCED, SO A
004432*----REJECTED PAIR POSTS ON THE NEXT RUN ONCE THE MAP IS FIXED.
004433 6900-WRITE-BAD-DEBT-BATCHES.
004434     IF WS-WOFF-TOTAL = 0 AND WS-RECOV-TOTAL = 0
004435         GO TO 6900-EXIT
004436     END-IF
004437     MOVE WS-REJECT-COUNT TO WS-HOLD-REJECTS
004438     IF WS-WOFF-TOTAL > 0
004439         MOVE "BADDEBT" TO WS-CUR-SOURCE
004440         MOVE 0 TO WS-DEBIT-TOTAL
004441         MOVE 0 TO WS-CREDIT-TOTAL
004442         MOVE "N" TO WS-MISSING-SW
004443         MOVE "BADDBTDR" TO WS-LOOK-KEY
004444         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004445         MOVE WS-WOFF-TOTAL TO GJ-AMOUNT
004446         MOVE "D" TO GJ-DC
004447         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004448         MOVE "BADDBTCR" TO WS-LOOK-KEY
004449         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004450         MOVE WS-WOFF-TOTAL TO GJ-AMOUNT
004451         MOVE "C" TO GJ-DC
004452         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004453         PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT
004454     END-IF
004455     IF WS-RECOV-TOTAL > 0
004456         MOVE "BDRECOV" TO WS-CUR-SOURCE
004457         MOVE 0 TO WS-DEBIT-TOTAL
004458         MOVE 0 TO WS-CREDIT-TOTAL
004459         MOVE "N" TO WS-MISSING-SW
004460         MOVE "BDRECDR" TO WS-LOOK-KEY
004461         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004462         MOVE WS-RECOV-TOTAL TO GJ-AMOUNT
004463         MOVE "D" TO GJ-DC
004464         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004465         MOVE "BDRECCR" TO WS-LOOK-KEY
004466         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004467         MOVE WS-RECOV-TOTAL TO GJ-AMOUNT
004468         MOVE "C" TO GJ-DC
004469         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004470         PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT
004471     END-IF
004472     IF WS-REJECT-COUNT = WS-HOLD-REJECTS
004473         OPEN OUTPUT BDEBTGL-IN
004474         CLOSE BDEBTGL-IN
004475     ELSE
004476         DISPLAY "GLEXTR: BAD DEBT KEPT ON BDEBTGL FOR THE NEXT "
004477             "RUN"
004478     END-IF.
004479 6900-EXIT.
004480     EXIT.
004481
004482*----THE ELIMINATION TAKES OUT WHAT THE COMPANIES OWE EACH OTHER
004483*----AND WHAT THEY BILLED EACH OTHER, DATED THE MONTH END. ICELIM
004484*----IS EMPTIED ONLY WHEN THE BATCH BALANCED.
004485 6950-WRITE-ELIMINATION-BATCH.
004486     IF WS-ELIM-BAL-TOTAL = 0 AND WS-ELIM-CHG-TOTAL = 0
004487         GO TO 6950-EXIT
004488     END-IF
004489     MOVE WS-REJECT-COUNT TO WS-HOLD-REJECTS
004490     IF WS-ELIM-DATE NUMERIC AND WS-ELIM-DATE > 0
004491         MOVE WS-ELIM-DATE TO WS-POST-DATE
004492     END-IF
004493     MOVE "ICELIM" TO WS-CUR-SOURCE
004494     MOVE 0 TO WS-DEBIT-TOTAL
004495     MOVE 0 TO WS-CREDIT-TOTAL
004496     MOVE "N" TO WS-MISSING-SW
004497     IF WS-ELIM-BAL-TOTAL > 0
004498         MOVE "ICELAPDR" TO WS-LOOK-KEY
004499         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004500         MOVE WS-ELIM-BAL-TOTAL TO GJ-AMOUNT
004501         MOVE "D" TO GJ-DC
004502         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004503         MOVE "ICELARCR" TO WS-LOOK-KEY
004504         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004505         MOVE WS-ELIM-BAL-TOTAL TO GJ-AMOUNT
004506         MOVE "C" TO GJ-DC
004507         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004508     END-IF
004509     IF WS-ELIM-CHG-TOTAL > 0
004510         MOVE "ICELRVDR" TO WS-LOOK-KEY
004511         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004512         MOVE WS-ELIM-CHG-TOTAL TO GJ-AMOUNT
004513         MOVE "D" TO GJ-DC
004514         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004515         MOVE "ICELEXCR" TO WS-LOOK-KEY
004516         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004517         MOVE WS-ELIM-CHG-TOTAL TO GJ-AMOUNT
004518         MOVE "C" TO GJ-DC
004519         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004520     END-IF
004521     PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT
004522     MOVE WS-BUS-DATE TO WS-POST-DATE
004523     IF WS-REJECT-COUNT = WS-HOLD-REJECTS
004524         OPEN OUTPUT ICELIM-IN
004525         CLOSE ICELIM-IN
004526     ELSE
004527         DISPLAY "GLEXTR: ELIMINATIONS KEPT ON ICELIM FOR THE "
004528             "NEXT RUN"
004529     END-IF.
004530 6950-EXIT.
004531     EXIT.
004532
004533*----DEPRECIATION IS DATED THE MONTH END IT WAS TAKEN THROUGH.
004534*----A DISPOSAL RELIEVES THE COST AND THE ACCUMULATED
004535*----DEPRECIATION, BOOKS THE PROCEEDS TO CASH, AND THE
004536*----DIFFERENCE IS THE GAIN OR LOSS. FAGL IS EMPTIED ONLY
004537*----WHEN BOTH BATCHES BALANCED.
004538 6970-WRITE-FIXED-ASSET-BATCHES.
004539     IF WS-FA-DEPR-TOTAL = 0 AND WS-FA-COST-TOTAL = 0
004540         GO TO 6970-EXIT
004541     END-IF
004542     MOVE WS-REJECT-COUNT TO WS-HOLD-REJECTS
004543     IF WS-FA-DEPR-TOTAL > 0
004544         IF WS-FA-DEPR-DATE NUMERIC AND WS-FA-DEPR-DATE > 0
004545             MOVE WS-FA-DEPR-DATE TO WS-POST-DATE
004546         END-IF
004547         MOVE "FADEPR" TO WS-CUR-SOURCE
004548         MOVE 0 TO WS-DEBIT-TOTAL
004549         MOVE 0 TO WS-CREDIT-TOTAL
004550         MOVE "N" TO WS-MISSING-SW
004551         MOVE "FADEPRDR" TO WS-LOOK-KEY
004552         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004553         MOVE WS-FA-DEPR-TOTAL TO GJ-AMOUNT
004554         MOVE "D" TO GJ-DC
004555         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004556         MOVE "FADEPRCR" TO WS-LOOK-KEY
004557         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004558         MOVE WS-FA-DEPR-TOTAL TO GJ-AMOUNT
004559         MOVE "C" TO GJ-DC
004560         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004561         PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT
004562         MOVE WS-BUS-DATE TO WS-POST-DATE
004563     END-IF
004564     IF WS-FA-COST-TOTAL > 0
004565         PERFORM 6980-WRITE-DISPOSAL-BATCH THRU 6980-EXIT
004566     END-IF
004567     IF WS-REJECT-COUNT = WS-HOLD-REJECTS
004568         OPEN OUTPUT FAGL-IN
004569         CLOSE FAGL-IN
004570     ELSE
004571         DISPLAY "GLEXTR: FIXED ASSET ENTRIES KEPT ON FAGL "
004572             "FOR THE NEXT RUN"
004573     END-IF.
004574 6970-EXIT.
004575     EXIT.
004576
004577 6980-WRITE-DISPOSAL-BATCH.
004578     MOVE "FADISP" TO WS-CUR-SOURCE
004579     MOVE 0 TO WS-DEBIT-TOTAL
004580     MOVE 0 TO WS-CREDIT-TOTAL
004581     MOVE "N" TO WS-MISSING-SW
004582     IF WS-FA-ACCUM-TOTAL > 0
004583         MOVE "FADSPADR" TO WS-LOOK-KEY
004584         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004585         MOVE WS-FA-ACCUM-TOTAL TO GJ-AMOUNT
004586         MOVE "D" TO GJ-DC
004587         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004588     END-IF
004589     IF WS-FA-PROCEEDS-TOTAL > 0
004590         MOVE "FADSPCDR" TO WS-LOOK-KEY
004591         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004592         MOVE WS-FA-PROCEEDS-TOTAL TO GJ-AMOUNT
004593         MOVE "D" TO GJ-DC
004594         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004595     END-IF
004596     IF WS-FA-LOSS-TOTAL > 0
004597         MOVE "FADSPLDR" TO WS-LOOK-KEY
004598         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004599         MOVE WS-FA-LOSS-TOTAL TO GJ-AMOUNT
004600         MOVE "D" TO GJ-DC
004601         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004602     END-IF
004603     MOVE "FADSPACR" TO WS-LOOK-KEY
004604     PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004605     MOVE WS-FA-COST-TOTAL TO GJ-AMOUNT
004606     MOVE "C" TO GJ-DC
004607     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004608     IF WS-FA-GAIN-TOTAL > 0
004609         MOVE "FADSPGCR" TO WS-LOOK-KEY
004610         PERFORM 8000-LOOK-UP-ACCT THRU 8000-EXIT
004611         MOVE WS-FA-GAIN-TOTAL TO GJ-AMOUNT
004612         MOVE "C" TO GJ-DC
004613         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004614     END-IF
004615     PERFORM 8500-CLOSE-BATCH THRU 8500-EXIT.
004616 6980-EXIT.
004617     EXIT.
004618
004619 8000-LOOK-UP-ACCT.
004620     MOVE "N" TO WS-MAP-FOUND-SW
004621     MOVE SPACES TO WS-HOLD-ACCT
004622     PERFORM 8050-MATCH-ONE-MAP THRU 8050-EXIT
004623         VARYING GM-IDX FROM 1 BY 1
004624         UNTIL GM-IDX > WS-MAP-COUNT OR ACCT-MAPPED
004625     IF NOT ACCT-MAPPED
004626         MOVE "Y" TO WS-MISSING-SW
004627     END-IF.
004628 8000-EXIT.
004629     EXIT.
004630
004631 8050-MATCH-ONE-MAP.
004632     IF WS-M-KEY(GM-IDX) = WS-LOOK-KEY
004633         MOVE "Y" TO WS-MAP-FOUND-SW
004634         MOVE WS-M-ACCT(GM-IDX) TO WS-HOLD-ACCT
004635     END-IF.
004636 8050-EXIT.
004637     EXIT.
004638
004639 8100-WRITE-JOURNAL.
004640     MOVE WS-CUR-SOURCE TO GJ-SOURCE
004641     MOVE "D" TO GJ-REC-TYPE
004642     MOVE WS-HOLD-ACCT TO GJ-ACCT
004643     MOVE WS-POST-DATE TO GJ-POST-DATE
004644     WRITE GLJRNL-REC
004645     IF GJ-DC = "D"
004646         ADD GJ-AMOUNT TO WS-DEBIT-TOTAL
004647     ELSE
004648         ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
004649     END-IF.
004650 8100-EXIT.
004651     EXIT.
004652
004660*----THE BATCH TOTAL RECORD AND THE BALANCE TEST. A BATCH THAT
004670*----DOES NOT BALANCE, OR HIT A MISSING MAP ENTRY, REJECTS.
004680 8500-CLOSE-BATCH.
004710     MOVE SPACES TO GJ-ACCT
004720     MOVE SPACE TO GJ-DC
004730     MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT
004731     MOVE WS-POST-DATE TO GJ-POST-DATE
004740     WRITE GLJRNL-REC
004750     MOVE SPACES TO WS-RPT-LINE
004760     MOVE WS-CUR-SOURCE TO RL-SOURCE
004770     MOVE WS-DEBIT-TOTAL TO RL-DEBITS
004780     MOVE WS-CREDIT-TOTAL TO RL-CREDITS
004781     MOVE WS-POST-DATE TO RL-POST-DATE
004790     IF MAP-ENTRY-MISSING
004800         MOVE "NO-MAP" TO RL-DISPOSITION
004810         ADD 1 TO WS-REJECT-COUNT
