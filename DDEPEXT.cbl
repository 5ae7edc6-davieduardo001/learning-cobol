000220*                   REJECTION PROMOTES TO V AND REAL MONEY
000230*                   FLOWS. THE RUN NOW HOLDS EMPMAST I-O AND
000240*                   REGISTERS IN THE FILELOCK IN-USE CONTROL.
000241*   2026-10-15  DP  THE EXTRACT WAITS ON THE PAYVAR VARIANCE
000242*                   REVIEW - A HOLD ON PAYRLSE STOPS IT WITH RC 8
000243*                   BEFORE ANYTHING IS OPENED.
000244*   2026-10-15  DP  EXPENSE PASS - EXPPAY'S NON-TAXABLE
000245*                   REIMBURSEMENTS (EXPDEP) JOIN THE DEPOSIT BATCH
000246*                   AFTER THE PAYROLL LINES FOR VERIFIED BANK
000247*                   DETAILS; ANY OTHER BECOMES AN EXPCHK REQUEST
000248*                   FOR CHECKWRT. THE FILE IS EMPTIED ONCE READ.
000250*   2026-10-15  DP  THE DEPOSIT BATCH COUNT AND TOTAL ARE WRITTEN
000252*                   TO CTLTOTS THROUGH CTLWRIT FOR THE MORNING
000254*                   FLASH.
000255*   2026-10-15  DP  THE PAYRLSE RELEASE MUST NAME THIS RUN'S
000256*                   PAYCOCTL COMPANY AND THE PERIOD JUST PAID (THE
000257*                   LATEST P ROW ON PERIODCT) OR THE EXTRACT IS
000258*                   HELD. THE OFF-CYCLE SUPPPAY FILE, KNOWN BY ITS
000259*                   SUPPLEMENTAL TOTAL TRAILER, IS NOT GATED AND
000260*                   LEAVES THE EXPENSE PASS FOR THE REGULAR RUN.
000261*---------------------------------------------------------------
000262 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT VARPAY-IN   ASSIGN TO VARPAY
000380     SELECT PRENCTL-IN  ASSIGN TO PRENCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRE-STATUS.
000401     SELECT PAYRLSE-IN  ASSIGN TO PAYRLSE
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-RLSE-STATUS.
000404     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-PAYCO-STATUS.
000407     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-PERIOD-STATUS.
000410     SELECT EXPDEP-IO   ASSIGN TO EXPDEP
000411         ORGANIZATION IS LINE SEQUENTIAL
000412         FILE STATUS IS WS-XDEP-STATUS.
000413     SELECT EXPCHK-OUT  ASSIGN TO EXPCHK
000414         ORGANIZATION IS LINE SEQUENTIAL
000415         FILE STATUS IS WS-XCHK-STATUS.
000416
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VARPAY-IN.
000630*----REAL MONEY FLOWS - DEFAULT TEN
000640 FD  PRENCTL-IN.
000650 01  PRENCTL-REC            PIC 9(3).
000651
000652*----PAYVAR VARIANCE REVIEW'S RELEASE OF THE REGULAR PAYROLL
000653 FD  PAYRLSE-IN.
000654     COPY "PAYRLSE.cpy".
000655
000656 FD  PAYCOCTL-IN.
000657 01  PAYCOCTL-REC           PIC X(2).
000658
000659*----PAYROLL CALENDAR - A RELEASE COUNTS ONLY FOR THE PAID PERIOD
000660 FD  PERIOD-CTL.
000661 01  PERIOD-CTL-REC.
000662     05  PC-START           PIC 9(8).
000663     05  PC-END             PIC 9(8).
000664     05  PC-STATUS          PIC X(1).
000665     05  PC-COMPANY         PIC X(2).
000666
000667*----EXPPAY EXPENSE REIMBURSEMENTS IN THE VARPAY DETAIL LAYOUT
000668 FD  EXPDEP-IO.
000669 01  EXPDEP-REC             PIC X(60).
000670 01  EXPDEP-DTL REDEFINES EXPDEP-REC.
000671     05  XD-EMP-ID          PIC X(5).
000672     05  FILLER             PIC X(1).
000673     05  XD-WHO             PIC X(15).
000674     05  FILLER             PIC X(2).
000675     05  XD-GROSS           PIC ZZZZ9.99.
000676     05  FILLER             PIC X(2).
000677     05  XD-NET             PIC ZZZZ9.99.
000678     05  FILLER             PIC X(2).
000679     05  XD-PAY-DATE        PIC 9(8).
000680     05  FILLER             PIC X(9).
000681
000682*----A REIMBURSEMENT THAT CANNOT BE DEPOSITED BECOMES A CHECKWRT
000683*----EXPENSE CHECK REQUEST
000684 FD  EXPCHK-OUT.
000685     COPY "EXPCHK.cpy".
000686
000687 WORKING-STORAGE SECTION.
000688 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000690 01  WS-VARPAY-EOF-SW       PIC X(1) VALUE "N".
000700     88  END-OF-VARPAY          VALUE "Y".
000710 01  WS-EMP-EOF-SW          PIC X(1) VALUE "N".
000770 01  WS-DEP-COUNT           PIC 9(6) VALUE 0.
000780 01  WS-CHECK-COUNT         PIC 9(5) COMP VALUE 0.
000790 01  WS-PRE-STATUS          PIC X(2) VALUE SPACES.
000791 01  WS-RLSE-STATUS         PIC X(2) VALUE SPACES.
000792 01  WS-HELD-SW             PIC X(1) VALUE "N".
000793     88  PAYROLL-HELD           VALUE "Y".
000794 01  WS-OFF-CYCLE-SW        PIC X(1) VALUE "N".
000795     88  OFF-CYCLE-BATCH        VALUE "Y".
000796 01  WS-PAYCO-STATUS        PIC X(2) VALUE SPACES.
000797 01  WS-PAYCO-EOF-SW        PIC X(1) VALUE "N".
000798     88  NO-COMPANY-CARD        VALUE "Y".
000799 01  WS-PAY-COMPANY         PIC X(2) VALUE SPACES.
000800 01  WS-PERIOD-STATUS       PIC X(2) VALUE SPACES.
000801 01  WS-PERIOD-EOF-SW       PIC X(1) VALUE "N".
000802     88  NO-MORE-PERIODS        VALUE "Y".
000803 01  WS-PAID-PERIOD-END     PIC 9(8) VALUE 0.
000804 01  WS-XDEP-STATUS         PIC X(2) VALUE SPACES.
000805 01  WS-XCHK-STATUS         PIC X(2) VALUE SPACES.
000806 01  WS-XDEP-EOF-SW         PIC X(1) VALUE "N".
000807     88  END-OF-EXPENSES        VALUE "Y".
000808 01  WS-FIND-EMP-ID         PIC X(5) VALUE SPACES.
000809 01  WS-EXP-DEP-COUNT       PIC 9(5) COMP VALUE 0.
000810 01  WS-EXP-CHECK-COUNT     PIC 9(5) COMP VALUE 0.
000811*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
000812 01  WS-CTL-PROGRAM         PIC X(10) VALUE "DDEPEXT".
000813 01  WS-CTL-READ            PIC 9(7) VALUE 0.
000814 01  WS-CTL-WRITTEN         PIC 9(7) VALUE 0.
000815 01  WS-CTL-REJECTS         PIC 9(7) VALUE 0.
000816 01  WS-CTL-AMOUNT          PIC 9(11)V99 VALUE 0.
000817 01  WS-PRE-EOF-SW          PIC X(1) VALUE "N".
000818     88  NO-PRENOTE-CTL         VALUE "Y".
000820 01  WS-PRENOTE-DAYS        PIC 9(3) VALUE 10.
000830 01  WS-PRENOTE-SENT        PIC 9(5) COMP VALUE 0.
000840 01  WS-PRENOTE-WAIT        PIC 9(5) COMP VALUE 0.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     PERFORM 2000-EXTRACT-ONE THRU 2000-EXIT
001340         UNTIL END-OF-VARPAY
001341     PERFORM 2600-EXPENSE-PASS THRU 2600-EXIT
001350     PERFORM 3000-TERMINATE THRU 3000-EXIT
001360     GOBACK.
001370
001380 1000-INITIALIZE.
001390     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001391*----NO REGULAR PAYROLL MONEY MOVES UNTIL THE VARIANCE REVIEW
001392*----HAS RELEASED IT. THE OFF-CYCLE SUPPPAY BATCH IS NOT PART OF
001393*----THAT REVIEW AND IS NOT HELD BY IT.
001394     PERFORM 1050-CHECK-OFF-CYCLE THRU 1050-EXIT
001395     IF NOT OFF-CYCLE-BATCH
001396         PERFORM 1150-GET-COMPANY THRU 1150-EXIT
001397         PERFORM 1400-CHECK-RELEASE THRU 1400-EXIT
001398     END-IF
001399     IF PAYROLL-HELD
001400         DISPLAY "DDEPEXT: PAYROLL NOT RELEASED BY THE "
001401             "PAYVAR REVIEW - EXTRACT HELD"
001402         MOVE 8 TO RETURN-CODE
001403         MOVE "Y" TO WS-VARPAY-EOF-SW
001404         GO TO 1000-EXIT
001406     END-IF
001407*----THE PRENOTE UPDATES MAKE THIS RUN AN EMPMAST UPDATER -
001410*----RESERVE THE MASTER IN THE SHOP IN-USE CONTROL
001420     MOVE "R" TO WS-LOCK-ACTION
001430     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001560     PERFORM 1100-READ-VARPAY THRU 1100-EXIT.
001570 1000-EXIT.
001580     EXIT.
001581
001582*----SUPPPAY CLOSES ITS DEPOSIT FILE WITH A SUPPLEMENTAL TOTAL
001583*----LINE. THAT TRAILER ON THE INPUT MARKS THE OFF-CYCLE BATCH.
001584 1050-CHECK-OFF-CYCLE.
001585     MOVE "N" TO WS-OFF-CYCLE-SW
001586     OPEN INPUT VARPAY-IN
001587     PERFORM 1060-SCAN-ONE-LINE THRU 1060-EXIT
001588         UNTIL END-OF-VARPAY OR OFF-CYCLE-BATCH
001589     CLOSE VARPAY-IN
001590     MOVE "N" TO WS-VARPAY-EOF-SW.
001591 1050-EXIT.
001592     EXIT.
001593
001594 1060-SCAN-ONE-LINE.
001595     PERFORM 1100-READ-VARPAY THRU 1100-EXIT
001596     IF NOT END-OF-VARPAY
001597         AND VARPAY-REC(1:20) = "SUPPLEMENTAL TOTAL: "
001598         MOVE "Y" TO WS-OFF-CYCLE-SW
001599     END-IF.
001600 1060-EXIT.
001601     EXIT.
001602
001603 1100-READ-VARPAY.
001610     READ VARPAY-IN
001620         AT END MOVE "Y" TO WS-VARPAY-EOF-SW
001630     END-READ.
001780     CLOSE PRENCTL-IN.
001790 1300-EXIT.
001800     EXIT.
001801
001802 1150-GET-COMPANY.
001803     OPEN INPUT PAYCOCTL-IN
001804     IF WS-PAYCO-STATUS NOT = "00"
001805         GO TO 1150-EXIT
001806     END-IF
001807     READ PAYCOCTL-IN
001808         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
001809     END-READ
001810     IF NOT NO-COMPANY-CARD
001811         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
001812     END-IF
001813     CLOSE PAYCOCTL-IN.
001814 1150-EXIT.
001815     EXIT.
001816
001817*----NO PAYRLSE FILE LEAVES THE RUN UNGATED. OTHERWISE THE
001818*----RECORD MUST RELEASE THIS COMPANY'S PAYROLL FOR THE PERIOD
001819*----JUST PAID - A HOLD, AN EMPTY FILE, ANOTHER COMPANY'S
001820*----RELEASE OR ONE LEFT FROM AN EARLIER PERIOD HOLDS THE EXTRACT.
001821 1400-CHECK-RELEASE.
001822     MOVE "N" TO WS-HELD-SW
001823     OPEN INPUT PAYRLSE-IN
001824     IF WS-RLSE-STATUS NOT = "00"
001825         GO TO 1400-EXIT
001826     END-IF
001827     PERFORM 1430-GET-PAID-PERIOD THRU 1430-EXIT
001828     READ PAYRLSE-IN
001829         AT END MOVE "H" TO RL-STATUS
001830     END-READ
001831     IF NOT RL-RELEASED OR RL-COMPANY NOT = WS-PAY-COMPANY
001832         OR RL-PERIOD-END NOT = WS-PAID-PERIOD-END
001833         MOVE "Y" TO WS-HELD-SW
001834     END-IF
001835     CLOSE PAYRLSE-IN.
001836 1400-EXIT.
001837     EXIT.
001838
001839*----THE PAYROLL RUN MARKS ITS PERIOD PAID BEFORE THE EXTRACT
001840*----RUNS, SO THE PERIOD BEING PAID IS THE LATEST P ROW ON THIS
001841*----COMPANY'S PERIODCT CALENDAR. NO CALENDAR OR NO PAID ROW
001842*----MATCHES NO RELEASE.
001843 1430-GET-PAID-PERIOD.
001844     MOVE 0 TO WS-PAID-PERIOD-END
001845     OPEN INPUT PERIOD-CTL
001846     IF WS-PERIOD-STATUS NOT = "00"
001847         GO TO 1430-EXIT
001848     END-IF
001849     PERFORM 1450-SCAN-ONE-PERIOD THRU 1450-EXIT
001850         UNTIL NO-MORE-PERIODS
001851     CLOSE PERIOD-CTL.
001852 1430-EXIT.
001853     EXIT.
001854
001855 1450-SCAN-ONE-PERIOD.
001856     READ PERIOD-CTL
001857         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
001858     END-READ
001859     IF NOT NO-MORE-PERIODS AND PC-STATUS = "P"
001860         AND PC-COMPANY = WS-PAY-COMPANY
001861         AND PC-END > WS-PAID-PERIOD-END
001862         MOVE PC-END TO WS-PAID-PERIOD-END
001863     END-IF.
001864 1450-EXIT.
001865     EXIT.
001866
001867 1200-LOAD-EMP-TABLE.
001868     OPEN I-O EMPMAST
001869     IF WS-EMP-STATUS NOT = "00"
001870         DISPLAY "DDEPEXT: UNABLE TO OPEN EMPMAST - STATUS "
001871             WS-EMP-STATUS
001872         MOVE "Y" TO WS-EMP-EOF-SW
001880         GO TO 1200-EXIT
001890     END-IF
001900     MOVE ZEROES TO ER-SSnum
002250         OR VARPAY-REC(1:5) = SPACES
002260         GO TO 2000-NEXT
002270     END-IF
002271     MOVE VP-EMP-ID TO WS-FIND-EMP-ID
002280     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
002290     IF NOT EMP-ON-MASTER OR WS-HOLD-ROUTING = 0
002300         ADD 1 TO WS-CHECK-COUNT
002770     EXIT.
002780
002790 2150-MATCH-ONE-ENTRY.
002800     IF WS-FIND-EMP-ID = WS-E-EMP-ID(EMP-IDX)
002810         MOVE "Y" TO WS-EMP-FOUND-SW
002820         MOVE WS-E-SSN(EMP-IDX) TO WS-HOLD-SSN
002830         MOVE WS-E-ROUTING(EMP-IDX) TO WS-HOLD-ROUTING
003470     END-IF.
003480 2550-EXIT.
003490     EXIT.
003491
003492*----EXPENSE PASS. EXPPAY'S NON-TAXABLE REIMBURSEMENTS JOIN THE
003493*----REGULAR PAYROLL BATCH - AN OFF-CYCLE RUN LEAVES THEM FOR IT.
003494*----ONLY BANK DETAILS ALREADY VERIFIED ARE PAID - THE
003495*----PRENOTE CYCLE IS LEFT TO THE PAYROLL LINES ABOVE - AND ANY
003496*----OTHER REIMBURSEMENT BECOMES AN EXPCHK REQUEST FOR THE
003497*----CHECKWRT EXPENSE PASS. THE FILE IS EMPTIED ONCE READ, SO NO
003498*----LATER RUN CAN PAY THE SAME REIMBURSEMENTS TWICE. A MISSING
003499*----FILE SKIPS THE PASS.
003500 2600-EXPENSE-PASS.
003501     IF RETURN-CODE = 8 OR OFF-CYCLE-BATCH
003502         GO TO 2600-EXIT
003503     END-IF
003504     OPEN INPUT EXPDEP-IO
003505     IF WS-XDEP-STATUS NOT = "00"
003506         GO TO 2600-EXIT
003507     END-IF
003508     OPEN EXTEND EXPCHK-OUT
003509     IF WS-XCHK-STATUS = "35"
003510         OPEN OUTPUT EXPCHK-OUT
003511     END-IF
003512     PERFORM 2650-READ-EXPENSE THRU 2650-EXIT
003513     PERFORM 2700-EXPENSE-ONE THRU 2700-EXIT
003514         UNTIL END-OF-EXPENSES
003515     CLOSE EXPDEP-IO
003516     CLOSE EXPCHK-OUT
003517     OPEN OUTPUT EXPDEP-IO
003518     CLOSE EXPDEP-IO.
003519 2600-EXIT.
003520     EXIT.
003521
003522 2650-READ-EXPENSE.
003523     READ EXPDEP-IO
003524         AT END MOVE "Y" TO WS-XDEP-EOF-SW
003525     END-READ.
003526 2650-EXIT.
003527     EXIT.
003528
003529 2700-EXPENSE-ONE.
003530     IF EXPDEP-REC = SPACES OR XD-EMP-ID = SPACES
003531         GO TO 2700-NEXT
003532     END-IF
003533     MOVE XD-EMP-ID TO WS-FIND-EMP-ID
003534     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
003535     IF NOT EMP-ON-MASTER OR WS-HOLD-ROUTING = 0
003536         PERFORM 2750-EXPENSE-CHECK THRU 2750-EXIT
003537         GO TO 2700-NEXT
003538     END-IF
003539     IF WS-HOLD-PRSTAT NOT = "V" AND WS-HOLD-PRSTAT NOT = SPACE
003540         PERFORM 2750-EXPENSE-CHECK THRU 2750-EXIT
003541         GO TO 2700-NEXT
003542     END-IF
003543     MOVE XD-NET TO WS-NET-AMT
003544     MOVE "D" TO WS-DETAIL-LINE(1:1)
003545     MOVE WS-HOLD-SSN TO DD-SSN
003546     MOVE WS-HOLD-ROUTING TO DD-ROUTING
003547     MOVE WS-HOLD-ACCOUNT TO DD-ACCOUNT
003548     MOVE WS-NET-AMT TO DD-NET
003549     WRITE DDEP-REC FROM WS-DETAIL-LINE
003550     ADD 1 TO WS-DEP-COUNT
003551     ADD 1 TO WS-EXP-DEP-COUNT
003552     ADD WS-NET-AMT TO WS-BATCH-TOTAL.
003553 2700-NEXT.
003554     PERFORM 2650-READ-EXPENSE THRU 2650-EXIT.
003555 2700-EXIT.
003556     EXIT.
003557
003558 2750-EXPENSE-CHECK.
003559     MOVE XD-EMP-ID TO XQ-EMP-ID
003560     MOVE WS-TODAY-DATE TO XQ-PAY-DATE
003561     IF XD-PAY-DATE NUMERIC
003562         MOVE XD-PAY-DATE TO XQ-PAY-DATE
003563     END-IF
003564     MOVE XD-NET TO XQ-AMOUNT
003565     MOVE 0 TO XQ-CLAIM-COUNT
003566     WRITE ExpChkRec
003567     ADD 1 TO WS-EXP-CHECK-COUNT.
003568 2750-EXIT.
003569     EXIT.
003570
003571 3000-TERMINATE.
003572*----ON THE LOCK-BUSY OR UNRELEASED BAIL NOTHING WAS OPENED
003573     IF RETURN-CODE = 8
003574         GO TO 3000-EXIT
003575     END-IF
003576     MOVE WS-DEP-COUNT TO BT-COUNT
003577     MOVE WS-BATCH-TOTAL TO BT-TOTAL
003580     WRITE DDEP-REC FROM WS-BATCH-LINE
003590     DISPLAY "DDEPEXT: DEPOSITS EXTRACTED - " WS-DEP-COUNT
003600     DISPLAY "DDEPEXT: LEFT FOR CHECK RUN - " WS-CHECK-COUNT
003630         WS-PRENOTE-WAIT
003640     DISPLAY "DDEPEXT: PRENOTES VERIFIED - "
003650         WS-PRENOTE-PROMOTED
003651     DISPLAY "DDEPEXT: EXPENSE REIMBURSEMENTS DEPOSITED - "
003652         WS-EXP-DEP-COUNT
003653     DISPLAY "DDEPEXT: EXPENSE REIMBURSEMENTS SENT TO CHECKWRT - "
003654         WS-EXP-CHECK-COUNT
003655*----THE BATCH TOTAL, WHAT WENT TO THE BANK, IS THE AMOUNT
003656     COMPUTE WS-CTL-READ = WS-DEP-COUNT + WS-CHECK-COUNT
003657         + WS-EXP-CHECK-COUNT
003658     MOVE WS-DEP-COUNT TO WS-CTL-WRITTEN
003659     MOVE WS-BATCH-TOTAL TO WS-CTL-AMOUNT
003660     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
003661         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
003662     CLOSE VARPAY-IN
003670     CLOSE DDEP-OUT
003680     IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "10"
003690         CLOSE EMPMAST
