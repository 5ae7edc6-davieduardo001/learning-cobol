000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPPAY.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - EXPENSE REIMBURSEMENT PAY-OUT. RUNS
000100*                   AHEAD OF DDEPEXT AND CHECKWRT ON EACH PAYROLL.
000110*                   EVERY EXPCLAIM CLAIM APPROVED IN EXPAPPR FOR
000120*                   THE RUN'S COMPANY IS TOTALLED BY EMPLOYEE AND
000130*                   PAID AS A NON-TAXABLE REIMBURSEMENT - VERIFIED
000140*                   DIRECT-DEPOSIT EMPLOYEES TO EXPDEP IN THE
000150*                   VARPAY DETAIL LAYOUT FOR THE DDEPEXT EXPENSE
000160*                   PASS, EVERYONE ELSE TO EXPCHK FOR THE CHECKWRT
000170*                   EXPENSE PASS. NOTHING POSTS TO YTDMAST OR
000180*                   PAYHIST. A CLAIM CHARGED TO A JOB ALSO GOES TO
000190*                   THE JOBCOST INPUT IN ITS POLICY CATEGORY. PAID
000200*                   CLAIMS ARE MARKED D WITH THE PAY DATE, AND THE
000210*                   EXPRPT REGISTER LISTS THE CLAIMS, THE CLAIMS
000220*                   HELD BACK, AND EACH EMPLOYEE'S PAYMENT.
000221*   2026-10-15  DP  THE RUN'S RETURN CODE IS KEPT IN WS-RUN-RC AND
000222*                   SET AFTER THE LAST CALL, SO A HELD OR REFUSED
000223*                   RUN NO LONGER ENDS WITH THE SUBPROGRAMS' ZERO
000224*                   CODE.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EXPCLAIM-IO ASSIGN TO EXPCLAIM
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CLAIM-STATUS.
000300     SELECT EXPPOL-IN   ASSIGN TO EXPPOL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-POL-STATUS.
000330     SELECT EMPMAST     ASSIGN TO EMPMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ER-SSnum
000370         FILE STATUS IS WS-EMP-STATUS.
000380     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PAYCO-STATUS.
000410     SELECT EXPDEP-OUT  ASSIGN TO EXPDEP
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DEP-STATUS.
000440     SELECT EXPCHK-OUT  ASSIGN TO EXPCHK
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHK-STATUS.
000470     SELECT JOBCOST-OUT ASSIGN TO JOBCOST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JC-STATUS.
000500     SELECT EXP-RPT     ASSIGN TO EXPRPT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  EXPCLAIM-IO.
000560     COPY "EXPCLAIM.cpy".
000570
000580 FD  EXPPOL-IN.
000590     COPY "EXPPOL.cpy".
000600
000610 FD  EMPMAST.
000620     COPY "EMPLOYEE.cpy".
000630
000640 FD  PAYCOCTL-IN.
000650 01  PAYCOCTL-REC         PIC X(2).
000660
000670*----DIRECT-DEPOSIT REIMBURSEMENTS IN THE VARPAY DETAIL LAYOUT -
000680*----THE DDEPEXT EXPENSE PASS READS AND EMPTIES THE FILE
000690 FD  EXPDEP-OUT.
000700 01  EXPDEP-REC           PIC X(60).
000710
000720 FD  EXPCHK-OUT.
000730     COPY "EXPCHK.cpy".
000740
000750*----JOB COST LINES FOR THE JOBCOST ROLLUP - SAME LAYOUT AS THE
000760*----LINES APINVENT ADDS
000770 FD  JOBCOST-OUT.
000780 01  JOBCOST-REC.
000790     05  JC-JOB-ID        PIC X(6).
000800     05  JC-LABOR         PIC 9(5)V99.
000810     05  JC-MATERIAL      PIC 9(5)V99.
000820     05  JC-OVERHEAD      PIC 9(5)V99.
000830
000840 FD  EXP-RPT.
000850 01  EXP-RPT-REC          PIC X(60).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-CLAIM-STATUS      PIC X(2) VALUE SPACES.
000890 01  WS-POL-STATUS        PIC X(2) VALUE SPACES.
000900 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
000910 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
000920 01  WS-DEP-STATUS        PIC X(2) VALUE SPACES.
000930 01  WS-CHK-STATUS        PIC X(2) VALUE SPACES.
000940 01  WS-JC-STATUS         PIC X(2) VALUE SPACES.
000950 01  WS-CLAIM-EOF-SW      PIC X(1) VALUE "N".
000960     88  NO-MORE-CLAIMS       VALUE "Y".
000970 01  WS-POL-EOF-SW        PIC X(1) VALUE "N".
000980     88  NO-MORE-POLICY       VALUE "Y".
000990 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001000     88  NO-COMPANY-CARD      VALUE "Y".
001010 01  WS-LOCKED-SW         PIC X(1) VALUE "N".
001020     88  CLAIMS-RESERVED      VALUE "Y".
001030 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001040     88  RUN-FILES-OPEN       VALUE "Y".
001050 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001060     88  ENTRY-FOUND          VALUE "Y".
001070 01  WS-POL-FOUND-SW      PIC X(1) VALUE "N".
001080     88  POLICY-FOUND         VALUE "Y".
001090 01  WS-SECTION-SW        PIC X(1) VALUE "N".
001100     88  SECTION-HAS-LINES    VALUE "Y".
001110 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001120 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001130 01  WS-LOCK-FILE         PIC X(8) VALUE "EXPCLAIM".
001140 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001150 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001160 01  WS-CLAIM-COUNT       PIC 9(4) COMP VALUE 0.
001170 01  WS-CLAIM-IX          PIC 9(4) COMP VALUE 0.
001180 01  WS-POL-COUNT         PIC 9(3) COMP VALUE 0.
001190 01  WS-PAID-COUNT        PIC 9(5) COMP VALUE 0.
001200 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
001210 01  WS-OTHER-CO-COUNT    PIC 9(5) COMP VALUE 0.
001220 01  WS-JOB-COUNT         PIC 9(5) COMP VALUE 0.
001230 01  WS-DEPOSIT-COUNT     PIC 9(5) COMP VALUE 0.
001240 01  WS-CHECK-COUNT       PIC 9(5) COMP VALUE 0.
001250 01  WS-TOTAL-PAID        PIC 9(9)V99 VALUE 0.
001260 01  WS-TOTAL-JOB         PIC 9(9)V99 VALUE 0.
001270 01  WS-NEW-TOTAL         PIC 9(6)V99 VALUE 0.
001280 01  WS-HOLD-CATEGORY     PIC X(1) VALUE SPACE.
001290 01  WS-HELD-REASON       PIC X(24) VALUE SPACES.
001300 01  WS-MASKED-SSN        PIC X(11) VALUE SPACES.
001310*----ONE ROW PER EMPLOYEE PAID THIS RUN - THEIR CLAIMS ARE SUMMED
001320*----INTO A SINGLE DEPOSIT OR CHECK.
001330 01  WS-PAY-COUNT         PIC 9(4) COMP VALUE 0.
001340 01  WS-PAY-TABLE.
001350     05  WS-X-ENTRY       OCCURS 500 TIMES INDEXED BY XIDX.
001360         10  WS-X-SSN     PIC 9(9).
001370         10  WS-X-EMP-ID  PIC X(5).
001380         10  WS-X-WHO     PIC X(15).
001390         10  WS-X-DEPOSIT-SW PIC X(1).
001400             88  WS-X-BY-DEPOSIT VALUE "Y".
001410         10  WS-X-CLAIMS  PIC 9(3).
001420         10  WS-X-TOTAL   PIC 9(5)V99.
001430 01  WS-POL-TABLE.
001440     05  WS-POL-ENTRY     OCCURS 50 TIMES INDEXED BY PIDX.
001450         10  WS-P-TYPE    PIC X(3).
001460         10  WS-P-CATEGORY PIC X(1).
001470*----THE WHOLE CLAIM FILE IS HELD HERE AND WRITTEN BACK IN ONE
001480*----PIECE WITH THE PAID CLAIMS MARKED.
001490 01  WS-CLAIM-TABLE.
001500     05  WS-CLAIM         PIC X(61) OCCURS 1000 TIMES.
001510*----FIXED DETAIL LAYOUT ON EXPDEP - THE SAME COLUMNS AS A
001520*----VARPAY DETAIL LINE. GROSS AND NET ARE BOTH THE
001530*----REIMBURSEMENT; NOTHING IS WITHHELD.
001540 01  WS-DEPOSIT-DETAIL.
001550     05  XD-EMP-ID        PIC X(5).
001560     05  FILLER           PIC X(1) VALUE SPACE.
001570     05  XD-WHO           PIC X(15).
001580     05  FILLER           PIC X(2) VALUE SPACES.
001590     05  XD-GROSS         PIC ZZZZ9.99.
001600     05  FILLER           PIC X(2) VALUE SPACES.
001610     05  XD-NET           PIC ZZZZ9.99.
001620     05  FILLER           PIC X(2) VALUE SPACES.
001630     05  XD-PAY-DATE      PIC 9(8).
001640     05  FILLER           PIC X(9) VALUE SPACES.
001641*----THE STEP'S OWN RETURN CODE - THE SUBPROGRAM CALLS HAND BACK
001642*----THEIR OWN, SO IT IS KEPT HERE AND SET LAST
001643 01  WS-RUN-RC            PIC 9(2) VALUE 0.
001650*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
001660 01  WS-LOG-PROGRAM       PIC X(10) VALUE "EXPPAY".
001670 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
001680 01  WS-LOG-READ          PIC 9(7) VALUE 0.
001690 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
001700 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
001710 01  WS-LOG-RC            PIC 9(4) VALUE 0.
001720*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001730 01  WS-CTL-PROGRAM       PIC X(10) VALUE "EXPPAY".
001740 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001750 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001760 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001770 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001780 01  WS-CLAIM-HEAD.
001790     05  FILLER           PIC X(15) VALUE "EMPID DATE".
001800     05  FILLER           PIC X(11) VALUE "TYP JOB".
001810     05  FILLER           PIC X(10) VALUE "  ALLOWED".
001820 01  WS-CLAIM-LINE.
001830     05  CL-EMP-ID        PIC X(5).
001840     05  FILLER           PIC X(1) VALUE SPACE.
001850     05  CL-DATE          PIC 9(8).
001860     05  FILLER           PIC X(1) VALUE SPACE.
001870     05  CL-TYPE          PIC X(3).
001880     05  FILLER           PIC X(1) VALUE SPACE.
001890     05  CL-JOB-ID        PIC X(6).
001900     05  FILLER           PIC X(1) VALUE SPACE.
001910     05  CL-ALLOWED       PIC ZZ,ZZ9.99.
001920     05  FILLER           PIC X(1) VALUE SPACE.
001930     05  CL-NOTE          PIC X(24).
001940 01  WS-PAY-HEAD.
001950     05  FILLER           PIC X(22) VALUE "EMPID NAME".
001960     05  FILLER           PIC X(7) VALUE "CLAIMS".
001970     05  FILLER           PIC X(11) VALUE "     AMOUNT".
001980     05  FILLER           PIC X(8) VALUE " PAID BY".
001990 01  WS-PAY-LINE.
002000     05  PL-EMP-ID        PIC X(5).
002010     05  FILLER           PIC X(1) VALUE SPACE.
002020     05  PL-WHO           PIC X(15).
002030     05  FILLER           PIC X(1) VALUE SPACE.
002040     05  PL-CLAIMS        PIC ZZ9.
002050     05  FILLER           PIC X(4) VALUE SPACES.
002060     05  PL-AMOUNT        PIC ZZ,ZZ9.99.
002070     05  FILLER           PIC X(2) VALUE SPACES.
002080     05  PL-METHOD        PIC X(7).
002090 01  WS-COUNT-LINE.
002100     05  CT-LABEL         PIC X(34).
002110     05  CT-COUNT         PIC ZZ,ZZ9.
002120 01  WS-AMOUNT-LINE.
002130     05  AT-LABEL         PIC X(34).
002140     05  AT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002150 01  WS-RPT-CONTROL.
002160     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002170     05  WS-RPT-TITLE       PIC X(40)
002180         VALUE "EXPENSE REIMBURSEMENT REGISTER".
002190     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
002200     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
002210     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
002220     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
002230     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002240     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002250     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002260     05  WS-RPT-ID          PIC X(8) VALUE "EXPPAY".
002270     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002280 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002290
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     IF RUN-FILES-OPEN
002340         PERFORM 2000-PAY-ALL THRU 2000-EXIT
002350         PERFORM 2500-ROUTE-ALL THRU 2500-EXIT
002360         PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT
002370         PERFORM 3100-WRITE-BACK THRU 3100-EXIT
002380     END-IF
002390     PERFORM 3000-TERMINATE THRU 3000-EXIT
002400     GOBACK.
002410
002420 1000-INITIALIZE.
002430     MOVE "S" TO WS-LOG-EVENT
002440     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
002450         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
002460     CALL "GETBDATE" USING WS-RUN-DATE
002470     PERFORM 1600-GET-COMPANY THRU 1600-EXIT
002480     MOVE WS-PAY-COMPANY TO WS-RPT-COMPANY
002490     MOVE "R" TO WS-LOCK-ACTION
002500     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOG-PROGRAM,
002510         WS-LOCK-ACTION, WS-LOCK-RESULT
002520     IF WS-LOCK-RESULT = "B"
002530         DISPLAY "EXPPAY: EXPCLAIM IS IN USE - TRY AGAIN LATER"
002540         MOVE 8 TO WS-RUN-RC
002550         GO TO 1000-EXIT
002560     END-IF
002570     MOVE "Y" TO WS-LOCKED-SW
002580     OPEN INPUT EXPCLAIM-IO
002590     IF WS-CLAIM-STATUS NOT = "00"
002600         DISPLAY "EXPPAY: NO EXPENSE CLAIM FILE - STATUS "
002610             WS-CLAIM-STATUS ", NOTHING TO PAY"
002620         GO TO 1000-EXIT
002630     END-IF
002640     PERFORM 1100-LOAD-ONE-CLAIM THRU 1100-EXIT
002650         UNTIL NO-MORE-CLAIMS OR WS-CLAIM-COUNT >= 1000
002660     CLOSE EXPCLAIM-IO
002670*----THE WHOLE FILE MUST FIT THE TABLE - WRITING BACK A
002680*----PARTIAL LOAD WOULD SILENTLY DROP THE TAIL OF THE FILE.
002690     IF NOT NO-MORE-CLAIMS
002700         DISPLAY "EXPPAY: MORE THAN 1000 CLAIMS ON FILE - "
002710             "RUN REFUSED, NOTHING PAID"
002720         MOVE 12 TO WS-RUN-RC
002730         GO TO 1000-EXIT
002740     END-IF
002750     OPEN INPUT EMPMAST
002760     IF WS-EMP-STATUS NOT = "00"
002770         DISPLAY "EXPPAY: UNABLE TO OPEN EMPMAST - STATUS "
002780             WS-EMP-STATUS ", NOTHING PAID"
002790         MOVE 12 TO WS-RUN-RC
002800         GO TO 1000-EXIT
002810     END-IF
002820     PERFORM 1200-LOAD-POLICY THRU 1200-EXIT
002830*----THE OUTPUTS ARE ADDED TO - REQUESTS NOT YET TAKEN BY DDEPEXT
002840*----OR CHECKWRT (A HELD PAYROLL) MUST SURVIVE THE NEXT RUN.
002850     OPEN EXTEND EXPDEP-OUT
002860     IF WS-DEP-STATUS = "35"
002870         OPEN OUTPUT EXPDEP-OUT
002880     END-IF
002890     OPEN EXTEND EXPCHK-OUT
002900     IF WS-CHK-STATUS = "35"
002910         OPEN OUTPUT EXPCHK-OUT
002920     END-IF
002930     OPEN EXTEND JOBCOST-OUT
002940     IF WS-JC-STATUS = "35"
002950         OPEN OUTPUT JOBCOST-OUT
002960     END-IF
002970     OPEN OUTPUT EXP-RPT
002980     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002990     MOVE "I" TO WS-RPT-OP
003000     CALL "RPTWRITE" USING WS-RPT-CONTROL
003010     MOVE "Y" TO WS-FILES-OPEN-SW.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-LOAD-ONE-CLAIM.
003060     READ EXPCLAIM-IO
003070         AT END MOVE "Y" TO WS-CLAIM-EOF-SW
003080     END-READ
003090     IF NOT NO-MORE-CLAIMS
003100         ADD 1 TO WS-CLAIM-COUNT
003110         MOVE ExpClaimRec TO WS-CLAIM(WS-CLAIM-COUNT)
003120     END-IF.
003130 1100-EXIT.
003140     EXIT.
003150
003160*----ONLY THE JOB CATEGORY IS WANTED HERE - THE LIMITS WERE
003170*----APPLIED WHEN THE CLAIM WAS APPROVED. WITH NO POLICY FILE A
003180*----JOB-CHARGED CLAIM POSTS AS OVERHEAD.
003190 1200-LOAD-POLICY.
003200     OPEN INPUT EXPPOL-IN
003210     IF WS-POL-STATUS NOT = "00"
003220         GO TO 1200-EXIT
003230     END-IF
003240     PERFORM 1250-LOAD-ONE-POLICY THRU 1250-EXIT
003250         UNTIL NO-MORE-POLICY
003260     CLOSE EXPPOL-IN.
003270 1200-EXIT.
003280     EXIT.
003290
003300 1250-LOAD-ONE-POLICY.
003310     READ EXPPOL-IN
003320         AT END
003330             MOVE "Y" TO WS-POL-EOF-SW
003340             GO TO 1250-EXIT
003350     END-READ
003360     IF WS-POL-COUNT < 50
003370         ADD 1 TO WS-POL-COUNT
003380         MOVE EP-EXP-TYPE TO WS-P-TYPE(WS-POL-COUNT)
003390         MOVE EP-JOB-CATEGORY TO WS-P-CATEGORY(WS-POL-COUNT)
003400     END-IF.
003410 1250-EXIT.
003420     EXIT.
003430
003440 1600-GET-COMPANY.
003450     OPEN INPUT PAYCOCTL-IN
003460     IF WS-PAYCO-STATUS NOT = "00"
003470         GO TO 1600-EXIT
003480     END-IF
003490     READ PAYCOCTL-IN
003500         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003510     END-READ
003520     IF NOT NO-COMPANY-CARD
003530         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003540     END-IF
003550     CLOSE PAYCOCTL-IN.
003560 1600-EXIT.
003570     EXIT.
003580
003590 2000-PAY-ALL.
003600     MOVE WS-CLAIM-HEAD TO WS-RPT-DETAIL
003610     PERFORM 8100-PRINT-SECTION-HEAD THRU 8100-EXIT
003620     PERFORM 2100-PAY-ONE-CLAIM THRU 2100-EXIT
003630         VARYING WS-CLAIM-IX FROM 1 BY 1
003640         UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
003650     PERFORM 8150-PRINT-SECTION-END THRU 8150-EXIT.
003660 2000-EXIT.
003670     EXIT.
003680
003690*----AN APPROVED CLAIM FOR THIS COMPANY IS PAID UNLESS IT CANNOT
003700*----BE - THEN IT STAYS APPROVED FOR A LATER RUN AND IS LISTED.
003710*----ANOTHER COMPANY'S CLAIMS WAIT FOR THAT COMPANY'S PAYROLL.
003720 2100-PAY-ONE-CLAIM.
003730     MOVE WS-CLAIM(WS-CLAIM-IX) TO ExpClaimRec
003740     IF NOT EC-APPROVED
003750         GO TO 2100-EXIT
003760     END-IF
003770     MOVE EC-SSN TO ER-SSnum
003780     READ EMPMAST
003790         INVALID KEY
003800             CALL "SSNMASK" USING EC-SSN, WS-MASKED-SSN
003810             MOVE SPACES TO WS-HELD-REASON
003820             STRING "NO EMPMAST " WS-MASKED-SSN
003830                 DELIMITED BY SIZE INTO WS-HELD-REASON
003840             MOVE SPACES TO ER-EMP-ID
003850             PERFORM 2800-HOLD-CLAIM THRU 2800-EXIT
003860             GO TO 2100-EXIT
003870     END-READ
003880     IF ER-COMPANY NOT = WS-PAY-COMPANY
003890         ADD 1 TO WS-OTHER-CO-COUNT
003900         GO TO 2100-EXIT
003910     END-IF
003920     PERFORM 2200-FIND-PAYEE THRU 2200-EXIT
003930     IF NOT ENTRY-FOUND
003940         MOVE "PAYEE TABLE FULL" TO WS-HELD-REASON
003950         PERFORM 2800-HOLD-CLAIM THRU 2800-EXIT
003960         GO TO 2100-EXIT
003970     END-IF
003980*----ONE DEPOSIT OR CHECK CARRIES NO MORE THAN 99,999.99 - THE
003990*----REST WAITS FOR THE NEXT RUN.
004000     COMPUTE WS-NEW-TOTAL = WS-X-TOTAL(XIDX) + EC-ALLOWED
004010     IF WS-NEW-TOTAL > 99999.99 OR WS-X-CLAIMS(XIDX) >= 999
004020         MOVE "OVER ONE PAYMENT'S LIMIT" TO WS-HELD-REASON
004030         PERFORM 2800-HOLD-CLAIM THRU 2800-EXIT
004040         GO TO 2100-EXIT
004050     END-IF
004060     MOVE WS-NEW-TOTAL TO WS-X-TOTAL(XIDX)
004070     ADD 1 TO WS-X-CLAIMS(XIDX)
004080     ADD 1 TO WS-PAID-COUNT
004090     ADD EC-ALLOWED TO WS-TOTAL-PAID
004100     MOVE SPACES TO CL-NOTE
004110     IF EC-JOB-ID NOT = SPACES
004120         PERFORM 2300-CHARGE-JOB THRU 2300-EXIT
004130         MOVE "CHARGED TO JOB" TO CL-NOTE
004140     END-IF
004150     MOVE "D" TO EC-STATUS
004160     MOVE WS-RUN-DATE TO EC-PAID-DATE
004170     MOVE ExpClaimRec TO WS-CLAIM(WS-CLAIM-IX)
004180     PERFORM 2700-PRINT-CLAIM THRU 2700-EXIT.
004190 2100-EXIT.
004200     EXIT.
004210
004220*----THE EMPLOYEE'S ROW, ADDED ON FIRST SIGHT. THE PAYMENT ROUTE
004230*----IS THE RULE DDEPEXT APPLIES - VERIFIED BANK DETAILS (OR A
004240*----BLANK PRENOTE STATUS, FOR DETAILS THAT PREDATE THE CYCLE)
004250*----ARE PAID BY DEPOSIT, EVERYONE ELSE BY CHECK.
004260 2200-FIND-PAYEE.
004270     MOVE "N" TO WS-FOUND-SW
004280     PERFORM 2250-MATCH-ONE-PAYEE THRU 2250-EXIT
004290         VARYING XIDX FROM 1 BY 1
004300         UNTIL XIDX > WS-PAY-COUNT OR ENTRY-FOUND
004310     IF ENTRY-FOUND
004320         SET XIDX DOWN BY 1
004330         GO TO 2200-EXIT
004340     END-IF
004350     IF WS-PAY-COUNT >= 500
004360         GO TO 2200-EXIT
004370     END-IF
004380     ADD 1 TO WS-PAY-COUNT
004390     SET XIDX TO WS-PAY-COUNT
004400     MOVE EC-SSN TO WS-X-SSN(XIDX)
004410     MOVE ER-EMP-ID TO WS-X-EMP-ID(XIDX)
004420     MOVE ER-NAME TO WS-X-WHO(XIDX)
004430     MOVE "N" TO WS-X-DEPOSIT-SW(XIDX)
004440     IF ER-BANK-ROUTING NOT = 0
004450         AND (ER-PRENOTE-VERIFIED OR ER-PRENOTE-STATUS = SPACE)
004460         MOVE "Y" TO WS-X-DEPOSIT-SW(XIDX)
004470     END-IF
004480     MOVE 0 TO WS-X-CLAIMS(XIDX) WS-X-TOTAL(XIDX)
004490     MOVE "Y" TO WS-FOUND-SW.
004500 2200-EXIT.
004510     EXIT.
004520
004530 2250-MATCH-ONE-PAYEE.
004540     IF WS-X-SSN(XIDX) = EC-SSN
004550         MOVE "Y" TO WS-FOUND-SW
004560     END-IF.
004570 2250-EXIT.
004580     EXIT.
004590
004600*----THE ALLOWED AMOUNT IS COST TO THE JOB IN THE COLUMN THE
004610*----POLICY NAMES FOR THE EXPENSE TYPE.
004620 2300-CHARGE-JOB.
004630     MOVE SPACE TO WS-HOLD-CATEGORY
004640     MOVE "N" TO WS-POL-FOUND-SW
004650     PERFORM 2350-MATCH-ONE-POLICY THRU 2350-EXIT
004660         VARYING PIDX FROM 1 BY 1
004670         UNTIL PIDX > WS-POL-COUNT OR POLICY-FOUND
004680     MOVE EC-JOB-ID TO JC-JOB-ID
004690     MOVE 0 TO JC-LABOR JC-MATERIAL JC-OVERHEAD
004700     EVALUATE WS-HOLD-CATEGORY
004710         WHEN "L"
004720             MOVE EC-ALLOWED TO JC-LABOR
004730         WHEN "M"
004740             MOVE EC-ALLOWED TO JC-MATERIAL
004750         WHEN OTHER
004760             MOVE EC-ALLOWED TO JC-OVERHEAD
004770     END-EVALUATE
004780     WRITE JOBCOST-REC
004790     ADD 1 TO WS-JOB-COUNT
004800     ADD EC-ALLOWED TO WS-TOTAL-JOB.
004810 2300-EXIT.
004820     EXIT.
004830
004840 2350-MATCH-ONE-POLICY.
004850     IF WS-P-TYPE(PIDX) = EC-EXP-TYPE
004860         MOVE "Y" TO WS-POL-FOUND-SW
004870         MOVE WS-P-CATEGORY(PIDX) TO WS-HOLD-CATEGORY
004880     END-IF.
004890 2350-EXIT.
004900     EXIT.
004910
004920*----ONE PAYMENT PER EMPLOYEE - A DEPOSIT LINE FOR DDEPEXT OR A
004930*----CHECK REQUEST FOR CHECKWRT.
004940 2500-ROUTE-ALL.
004950     MOVE WS-PAY-HEAD TO WS-RPT-DETAIL
004960     PERFORM 8100-PRINT-SECTION-HEAD THRU 8100-EXIT
004970     PERFORM 2550-ROUTE-ONE THRU 2550-EXIT
004980         VARYING XIDX FROM 1 BY 1
004990         UNTIL XIDX > WS-PAY-COUNT
005000     PERFORM 8150-PRINT-SECTION-END THRU 8150-EXIT.
005010 2500-EXIT.
005020     EXIT.
005030
005040 2550-ROUTE-ONE.
005050     IF WS-X-BY-DEPOSIT(XIDX)
005060         MOVE WS-X-EMP-ID(XIDX) TO XD-EMP-ID
005070         MOVE WS-X-WHO(XIDX) TO XD-WHO
005080         MOVE WS-X-TOTAL(XIDX) TO XD-GROSS
005090         MOVE WS-X-TOTAL(XIDX) TO XD-NET
005100         MOVE WS-RUN-DATE TO XD-PAY-DATE
005110         WRITE EXPDEP-REC FROM WS-DEPOSIT-DETAIL
005120         ADD 1 TO WS-DEPOSIT-COUNT
005130         MOVE "DEPOSIT" TO PL-METHOD
005140     ELSE
005150         MOVE WS-X-EMP-ID(XIDX) TO XQ-EMP-ID
005160         MOVE WS-RUN-DATE TO XQ-PAY-DATE
005170         MOVE WS-X-TOTAL(XIDX) TO XQ-AMOUNT
005180         MOVE WS-X-CLAIMS(XIDX) TO XQ-CLAIM-COUNT
005190         WRITE ExpChkRec
005200         ADD 1 TO WS-CHECK-COUNT
005210         MOVE "CHECK" TO PL-METHOD
005220     END-IF
005230     MOVE WS-X-EMP-ID(XIDX) TO PL-EMP-ID
005240     MOVE WS-X-WHO(XIDX) TO PL-WHO
005250     MOVE WS-X-CLAIMS(XIDX) TO PL-CLAIMS
005260     MOVE WS-X-TOTAL(XIDX) TO PL-AMOUNT
005270     MOVE WS-PAY-LINE TO WS-RPT-DETAIL
005280     MOVE "Y" TO WS-SECTION-SW
005290     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005300 2550-EXIT.
005310     EXIT.
005320
005330 2700-PRINT-CLAIM.
005340     MOVE ER-EMP-ID TO CL-EMP-ID
005350     MOVE EC-EXP-DATE TO CL-DATE
005360     MOVE EC-EXP-TYPE TO CL-TYPE
005370     MOVE EC-JOB-ID TO CL-JOB-ID
005380     MOVE 0 TO CL-ALLOWED
005390     IF EC-ALLOWED NUMERIC
005400         MOVE EC-ALLOWED TO CL-ALLOWED
005410     END-IF
005420     MOVE WS-CLAIM-LINE TO WS-RPT-DETAIL
005430     MOVE "Y" TO WS-SECTION-SW
005440     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005450 2700-EXIT.
005460     EXIT.
005470
005480 2800-HOLD-CLAIM.
005490     ADD 1 TO WS-HELD-COUNT
005500     MOVE 4 TO WS-RUN-RC
005510     MOVE "HELD - " TO CL-NOTE
005520     MOVE WS-HELD-REASON TO CL-NOTE(8:17)
005530     PERFORM 2700-PRINT-CLAIM THRU 2700-EXIT.
005540 2800-EXIT.
005550     EXIT.
005560
005570 2900-PRINT-TOTALS.
005580     MOVE SPACES TO WS-RPT-DETAIL
005590     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005600     MOVE "CLAIMS PAID" TO CT-LABEL
005610     MOVE WS-PAID-COUNT TO CT-COUNT
005620     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
005630     MOVE "CLAIMS HELD" TO CT-LABEL
005640     MOVE WS-HELD-COUNT TO CT-COUNT
005650     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
005660     MOVE "CLAIMS FOR OTHER COMPANIES" TO CT-LABEL
005670     MOVE WS-OTHER-CO-COUNT TO CT-COUNT
005680     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
005690     MOVE "DEPOSITS FOR DDEPEXT" TO CT-LABEL
005700     MOVE WS-DEPOSIT-COUNT TO CT-COUNT
005710     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
005720     MOVE "CHECK REQUESTS FOR CHECKWRT" TO CT-LABEL
005730     MOVE WS-CHECK-COUNT TO CT-COUNT
005740     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
005750     MOVE "TOTAL REIMBURSED" TO AT-LABEL
005760     MOVE WS-TOTAL-PAID TO AT-AMOUNT
005770     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
005780     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005790     MOVE "CHARGED TO JOBS" TO AT-LABEL
005800     MOVE WS-TOTAL-JOB TO AT-AMOUNT
005810     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
005820     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005830 2900-EXIT.
005840     EXIT.
005850
005860 3000-TERMINATE.
005870     IF RUN-FILES-OPEN
005880         CLOSE EMPMAST
005890         CLOSE EXPDEP-OUT
005900         CLOSE EXPCHK-OUT
005910         CLOSE JOBCOST-OUT
005920         CLOSE EXP-RPT
005930         MOVE WS-CLAIM-COUNT TO WS-CTL-READ
005940         MOVE WS-PAID-COUNT TO WS-CTL-WRITTEN
005950         MOVE WS-HELD-COUNT TO WS-CTL-REJECTS
005960         MOVE WS-TOTAL-PAID TO WS-CTL-AMOUNT
005970         CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005980             WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005990     END-IF
006000     IF CLAIMS-RESERVED
006010         MOVE "C" TO WS-LOCK-ACTION
006020         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOG-PROGRAM,
006030             WS-LOCK-ACTION, WS-LOCK-RESULT
006040     END-IF
006050     DISPLAY "EXPPAY: CLAIMS PAID - " WS-PAID-COUNT
006060     DISPLAY "EXPPAY: CLAIMS HELD - " WS-HELD-COUNT
006070     DISPLAY "EXPPAY: DEPOSITS - " WS-DEPOSIT-COUNT
006080         " CHECKS - " WS-CHECK-COUNT
006090     DISPLAY "EXPPAY: JOB COST LINES - " WS-JOB-COUNT
006100     MOVE WS-CLAIM-COUNT TO WS-LOG-READ
006110     MOVE WS-PAID-COUNT TO WS-LOG-WRITTEN
006120     MOVE WS-HELD-COUNT TO WS-LOG-REJECTS
006130     MOVE "E" TO WS-LOG-EVENT
006140     MOVE WS-RUN-RC TO WS-LOG-RC
006150     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
006160         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
006161*----THE RETURN CODE IS SET LAST - THE CTLWRIT, FILELOCK AND
006162*----RUNLOG CALLS WOULD OTHERWISE HAND BACK THEIR OWN ZERO CODE
006163     MOVE WS-RUN-RC TO RETURN-CODE.
006170 3000-EXIT.
006180     EXIT.
006190
006200*----THE CLAIM FILE GOES BACK WITH THIS RUN'S CLAIMS MARKED PAID.
006210 3100-WRITE-BACK.
006220     IF WS-CLAIM-COUNT = 0
006230         GO TO 3100-EXIT
006240     END-IF
006250     OPEN OUTPUT EXPCLAIM-IO
006260     PERFORM 3150-WRITE-ONE-CLAIM THRU 3150-EXIT
006270         VARYING WS-CLAIM-IX FROM 1 BY 1
006280         UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
006290     CLOSE EXPCLAIM-IO.
006300 3100-EXIT.
006310     EXIT.
006320
006330 3150-WRITE-ONE-CLAIM.
006340     MOVE WS-CLAIM(WS-CLAIM-IX) TO ExpClaimRec
006350     WRITE ExpClaimRec.
006360 3150-EXIT.
006370     EXIT.
006380
006390 8000-PRINT-RPT-DETAIL.
006400     MOVE "D" TO WS-RPT-OP
006410     CALL "RPTWRITE" USING WS-RPT-CONTROL
006420     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
006430 8000-EXIT.
006440     EXIT.
006450
006460 8100-PRINT-SECTION-HEAD.
006470     MOVE "N" TO WS-SECTION-SW
006480     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
006490 8100-EXIT.
006500     EXIT.
006510
006520 8150-PRINT-SECTION-END.
006530     IF NOT SECTION-HAS-LINES
006540         MOVE "  NONE" TO WS-RPT-DETAIL
006550         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006560     END-IF.
006570 8150-EXIT.
006580     EXIT.
006590
006600 8200-FLUSH-RPT-LINES.
006610     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
006620         VARYING WS-RPT-IX FROM 1 BY 1
006630         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
006640 8200-EXIT.
006650     EXIT.
006660
006670 8250-WRITE-ONE-RPT-LINE.
006680     WRITE EXP-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
006690 8250-EXIT.
006700     EXIT.
006710
006720 8300-PRINT-COUNT.
006730     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
006740     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
006750 8300-EXIT.
006760     EXIT.
