000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APPAYRUN.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - AP PAYMENT RUN. EVERY OPEN
000100*                   PAYABLE ON APOPEN DUE BY THE APPAYCTL
000110*                   CONTROL DATE (THE BUSINESS DATE WHEN NO
000120*                   CARD) IS PAID, ONE CHECK PER VENDOR WITH A
000130*                   REMITTANCE STUB LINE FOR EACH INVOICE, THE
000140*                   EARLY-PAYMENT DISCOUNT TAKEN WHILE ITS DATE
000150*                   HAS NOT PASSED. CHECK NUMBERS COME FROM THE
000160*                   COMPANY'S VENDOR ROW ON CHECKCTL (SERIES V),
000170*                   APART FROM THE PAYROLL SERIES. EACH CHECK IS
000180*                   APPENDED TO THE CHECKREG REGISTER WITH ITS
000190*                   VENDOR SO CHECKREC RECONCILES IT AND POSPAY
000200*                   SENDS IT TO THE BANK, THE INVOICES ARE
000210*                   MARKED PAID, AND THE RUN'S AP, CASH, AND
000220*                   DISCOUNT TOTALS ARE LEFT ON APPAYGL FOR
000230*                   GLEXTR. A VENDOR THAT IS INACTIVE OR MISSING
000240*                   FROM VENDMAST, OR WHOSE CHECK WOULD PASS THE
000250*                   REGISTER'S 999,999.99, IS HELD WITH ITS
000260*                   INVOICES LEFT OPEN.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT APPAYCTL-IN ASSIGN TO APPAYCTL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PCTL-STATUS.
000340     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PAYCO-STATUS.
000370     SELECT CHECKCTL-IO ASSIGN TO CHECKCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CTL-STATUS.
000400     SELECT VENDMAST    ASSIGN TO VENDMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS VM-VENDOR-ID
000440         FILE STATUS IS WS-VEND-STATUS.
000450     SELECT APOPEN      ASSIGN TO APOPEN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AP-KEY
000490         FILE STATUS IS WS-AP-STATUS.
000500     SELECT CHECK-REG   ASSIGN TO CHECKREG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REG-STATUS.
000530     SELECT APPAYGL-OUT ASSIGN TO APPAYGL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-GL-STATUS.
000560     SELECT CHECK-PRT   ASSIGN TO APCHKPRT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT PAY-RPT     ASSIGN TO APPAYRPT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----PAY EVERYTHING DUE ON OR BEFORE THIS DATE
000640 FD  APPAYCTL-IN.
000650 01  APPAYCTL-REC.
000660     05  PR-DUE-BY        PIC 9(8).
000670
000680 FD  PAYCOCTL-IN.
000690 01  PAYCOCTL-REC         PIC X(2).
000700
000710*----THE SAME LAYOUT CHECKWRT KEEPS - THIS RUN OWNS THE ROWS
000720*----WITH SERIES V AND WRITES THE PAYROLL ROWS BACK UNTOUCHED.
000730 FD  CHECKCTL-IO.
000740 01  CHECKCTL-REC.
000750     05  CC-COMPANY       PIC X(2).
000760     05  CC-LAST-NO       PIC 9(6).
000770     05  CC-SERIES        PIC X(1).
000780
000790 FD  VENDMAST.
000800     COPY "VENDMAST.cpy".
000810
000820 FD  APOPEN.
000830     COPY "APOPEN.cpy".
000840
000850 FD  CHECK-REG.
000860 01  CHECK-REG-REC        PIC X(60).
000870
000880 FD  APPAYGL-OUT.
000890     COPY "APPAYGL.cpy".
000900
000910 FD  CHECK-PRT.
000920 01  CHECK-PRT-REC        PIC X(80).
000930
000940 FD  PAY-RPT.
000950 01  PAY-RPT-REC          PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-PCTL-STATUS       PIC X(2) VALUE SPACES.
000990 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001000 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001010     88  NO-COMPANY-CARD      VALUE "Y".
001020 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
001030 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
001040 01  WS-AP-STATUS         PIC X(2) VALUE SPACES.
001050 01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
001060 01  WS-GL-STATUS         PIC X(2) VALUE SPACES.
001070 01  WS-AP-EOF-SW         PIC X(1) VALUE "N".
001080     88  END-OF-PAYABLES      VALUE "Y".
001090 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001100     88  RUN-FILES-OPEN       VALUE "Y".
001110 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001120 01  WS-DUE-BY            PIC 9(8) VALUE 0.
001130 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001140 01  WS-CUR-VENDOR        PIC X(6) VALUE SPACES.
001150 01  WS-RESUME-KEY        PIC X(18) VALUE SPACES.
001160 01  WS-HOLD-REASON       PIC X(30) VALUE SPACES.
001170 01  WS-LAST-CHECK-NO     PIC 9(6) VALUE 0.
001180 01  WS-CHECK-LIMIT       PIC 9(6)V99 VALUE 999999.99.
001190 01  WS-CHECK-AMT         PIC 9(9)V99 VALUE 0.
001200 01  WS-CHECK-GROSS       PIC 9(9)V99 VALUE 0.
001210 01  WS-CHECK-DISC        PIC 9(9)V99 VALUE 0.
001220 01  WS-CHECK-COUNT       PIC 9(5) COMP VALUE 0.
001230 01  WS-HELD-VENDORS      PIC 9(5) COMP VALUE 0.
001240 01  WS-SELECT-COUNT      PIC 9(5) COMP VALUE 0.
001250 01  WS-PAID-COUNT        PIC 9(5) COMP VALUE 0.
001260 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
001270 01  WS-WAIT-COUNT        PIC 9(5) COMP VALUE 0.
001280 01  WS-GROSS-TOTAL       PIC 9(9)V99 VALUE 0.
001290 01  WS-DISC-TOTAL        PIC 9(9)V99 VALUE 0.
001300 01  WS-CASH-TOTAL        PIC 9(9)V99 VALUE 0.
001310*----CHECKCTL ROWS, LOADED AND WRITTEN BACK WHOLE THE WAY
001320*----CHECKWRT KEEPS THEM
001330 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
001340     88  NO-MORE-CTL-ROWS     VALUE "Y".
001350 01  WS-CTL-ROW-COUNT     PIC 9(2) COMP VALUE 0.
001360 01  WS-CTL-ROW-IX        PIC 9(2) COMP VALUE 0.
001370 01  WS-OWN-ROW-IX        PIC 9(2) COMP VALUE 0.
001380 01  WS-CTL-ROW-TABLE.
001390     05  WS-CTL-ROW-ENTRY OCCURS 10 TIMES.
001400         10  WS-R-COMPANY PIC X(2).
001410         10  WS-R-LAST-NO PIC 9(6).
001420         10  WS-R-SERIES  PIC X(1).
001430*----THE INVOICES SELECTED FOR THE VENDOR IN HAND - ONE STUB
001440*----HOLDS 40 LINES, AND ANY MORE WAIT FOR THE NEXT RUN.
001450 01  WS-SEL-COUNT         PIC 9(2) COMP VALUE 0.
001460 01  WS-SEL-TABLE.
001470     05  WS-SEL-ENTRY     OCCURS 40 TIMES
001480                          INDEXED BY SEL-IDX.
001490         10  WS-S-INV-NUMBER PIC X(12).
001500         10  WS-S-INV-DATE PIC 9(8).
001510         10  WS-S-GROSS   PIC 9(7)V99.
001520         10  WS-S-DISC    PIC 9(7)V99.
001530         10  WS-S-NET     PIC 9(7)V99.
001540*----THE CHECK AND ITS STUB
001550 01  WS-CHECK-LINE.
001560     05  FILLER           PIC X(9) VALUE "CHECK NO ".
001570     05  CL-CHECK-NO      PIC 9(6).
001580     05  FILLER           PIC X(7) VALUE "  DATE ".
001590     05  CL-DATE          PIC 9(8).
001600     05  FILLER           PIC X(9) VALUE "  PAY TO ".
001610     05  CL-VENDOR-ID     PIC X(6).
001620     05  FILLER           PIC X(9) VALUE "  AMOUNT ".
001630     05  CL-AMOUNT        PIC ZZZ,ZZ9.99.
001640 01  WS-ADDR-LINE.
001650     05  FILLER           PIC X(10) VALUE SPACES.
001660     05  AL-TEXT          PIC X(40).
001670 01  WS-STUB-LINE.
001680     05  FILLER           PIC X(9) VALUE "STUB  NO ".
001690     05  SL-CHECK-NO      PIC 9(6).
001700     05  FILLER           PIC X(1) VALUE SPACE.
001710     05  SL-INV-NUMBER    PIC X(12).
001720     05  FILLER           PIC X(1) VALUE SPACE.
001730     05  SL-INV-DATE      PIC 9(8).
001740     05  FILLER           PIC X(1) VALUE SPACE.
001750     05  SL-GROSS         PIC ZZZZZZ9.99.
001760     05  FILLER           PIC X(6) VALUE " DISC ".
001770     05  SL-DISC          PIC ZZZZZ9.99.
001780     05  FILLER           PIC X(5) VALUE " NET ".
001790     05  SL-NET           PIC ZZZZZZ9.99.
001800*----CHECKREG REGISTER LINE - CHECKWRT'S LAYOUT, EMPLOYEE BLANK
001810*----AND THE VENDOR ON THE END
001820 01  WS-REG-LINE.
001830     05  RG-EVENT         PIC X(8).
001840     05  FILLER           PIC X(1) VALUE SPACE.
001850     05  RG-CHECK-NO      PIC 9(6).
001860     05  FILLER           PIC X(1) VALUE SPACE.
001870     05  RG-EMP-ID        PIC X(5).
001880     05  FILLER           PIC X(1) VALUE SPACE.
001890     05  RG-AMOUNT        PIC ZZZZZ9.99.
001900     05  FILLER           PIC X(1) VALUE SPACE.
001910     05  RG-FLAG          PIC X(8).
001920     05  FILLER           PIC X(1) VALUE SPACE.
001930     05  RG-DATE          PIC 9(8).
001940     05  FILLER           PIC X(1) VALUE SPACE.
001950     05  RG-COMPANY       PIC X(2).
001960     05  FILLER           PIC X(1) VALUE SPACE.
001970     05  RG-VENDOR-ID     PIC X(6).
001980 01  WS-OUT-LINE.
001990     05  OL-VENDOR-ID     PIC X(6).
002000     05  FILLER           PIC X(1) VALUE SPACE.
002010     05  OL-INV-NUMBER    PIC X(12).
002020     05  FILLER           PIC X(1) VALUE SPACE.
002030     05  OL-INV-DATE      PIC 9(8).
002040     05  FILLER           PIC X(1) VALUE SPACE.
002050     05  OL-NET           PIC ZZZZZZ9.99.
002060     05  FILLER           PIC X(1) VALUE SPACE.
002070     05  OL-DISPOSITION   PIC X(4).
002080     05  FILLER           PIC X(1) VALUE SPACE.
002090     05  OL-CHECK-NO      PIC 9(6).
002100     05  FILLER           PIC X(1) VALUE SPACE.
002110     05  OL-REASON        PIC X(28).
002120 01  WS-TOTAL-LINE.
002130     05  FILLER           PIC X(8) VALUE "CHECKS  ".
002140     05  TL-CHECKS        PIC ZZZZ9.
002150     05  FILLER           PIC X(8) VALUE "  GROSS ".
002160     05  TL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
002170     05  FILLER           PIC X(7) VALUE "  DISC ".
002180     05  TL-DISC          PIC ZZ,ZZZ,ZZ9.99.
002190     05  FILLER           PIC X(7) VALUE "  CASH ".
002200     05  TL-CASH          PIC ZZZ,ZZZ,ZZ9.99.
002210*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
002220 01  WS-CTL-PROGRAM       PIC X(10) VALUE "APPAYRUN".
002230 01  WS-CTL-READ          PIC 9(7) VALUE 0.
002240 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
002250 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
002260 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
002270 01  WS-LOCK-FILE         PIC X(8) VALUE "APOPEN".
002280 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
002290 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
002300
002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002340     PERFORM 2000-SELECT-INVOICE THRU 2000-EXIT
002350         UNTIL END-OF-PAYABLES
002360     IF WS-SEL-COUNT > 0
002370         PERFORM 3000-PAY-VENDOR THRU 3000-EXIT
002380     END-IF
002390     PERFORM 4000-TERMINATE THRU 4000-EXIT
002400     GOBACK.
002410
002420*----NO VENDOR MASTER MEANS NO ONE TO MAKE A CHECK OUT TO -
002430*----THE RUN IS REFUSED RATHER THAN HOLDING EVERY VENDOR.
002440 1000-INITIALIZE.
002450     MOVE "R" TO WS-LOCK-ACTION
002460     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
002470         WS-LOCK-ACTION, WS-LOCK-RESULT
002480     IF WS-LOCK-RESULT = "B"
002490         DISPLAY "APPAYRUN: APOPEN IS IN USE BY ANOTHER "
002500             "PROGRAM - TRY AGAIN LATER"
002510         MOVE 8 TO RETURN-CODE
002520         MOVE "Y" TO WS-AP-EOF-SW
002530         GO TO 1000-EXIT
002540     END-IF
002550     CALL "GETBDATE" USING WS-BUS-DATE
002560     MOVE WS-BUS-DATE TO WS-DUE-BY
002570     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
002580     PERFORM 1150-GET-COMPANY THRU 1150-EXIT
002590     OPEN INPUT VENDMAST
002600     IF WS-VEND-STATUS NOT = "00"
002610         DISPLAY "APPAYRUN: NO VENDOR MASTER - RUN REFUSED"
002620         MOVE 12 TO RETURN-CODE
002630         MOVE "Y" TO WS-AP-EOF-SW
002640         GO TO 1000-EXIT
002650     END-IF
002660     OPEN I-O APOPEN
002670     IF WS-AP-STATUS NOT = "00"
002680         DISPLAY "APPAYRUN: NO OPEN PAYABLES - NOTHING TO PAY"
002690         CLOSE VENDMAST
002700         MOVE "Y" TO WS-AP-EOF-SW
002710         GO TO 1000-EXIT
002720     END-IF
002730     PERFORM 1200-GET-LAST-CHECK-NO THRU 1200-EXIT
002740     OPEN OUTPUT CHECK-PRT
002750*----THE REGISTER IS THE OUTSTANDING-CHECK BOOK - APPEND,
002760*----NEVER OVERWRITE. CHECKREC RETIRES CLEARED ITEMS.
002770     OPEN EXTEND CHECK-REG
002780     IF WS-REG-STATUS = "35"
002790         OPEN OUTPUT CHECK-REG
002800     END-IF
002810     OPEN EXTEND APPAYGL-OUT
002820     IF WS-GL-STATUS = "35"
002830         OPEN OUTPUT APPAYGL-OUT
002840     END-IF
002850     OPEN OUTPUT PAY-RPT
002860     MOVE "Y" TO WS-FILES-OPEN-SW
002870     MOVE LOW-VALUES TO AP-KEY
002880     START APOPEN KEY IS NOT LESS THAN AP-KEY
002890         INVALID KEY MOVE "Y" TO WS-AP-EOF-SW
002900     END-START
002910     IF NOT END-OF-PAYABLES
002920         PERFORM 1900-READ-PAYABLE THRU 1900-EXIT
002930     END-IF.
002940 1000-EXIT.
002950     EXIT.
002960
002970 1100-READ-CONTROL.
002980     OPEN INPUT APPAYCTL-IN
002990     IF WS-PCTL-STATUS NOT = "00"
003000         GO TO 1100-EXIT
003010     END-IF
003020     READ APPAYCTL-IN
003030         AT END MOVE SPACES TO APPAYCTL-REC
003040     END-READ
003050     IF PR-DUE-BY NUMERIC AND PR-DUE-BY > 0
003060         MOVE PR-DUE-BY TO WS-DUE-BY
003070     END-IF
003080     CLOSE APPAYCTL-IN.
003090 1100-EXIT.
003100     EXIT.
003110
003120 1150-GET-COMPANY.
003130     OPEN INPUT PAYCOCTL-IN
003140     IF WS-PAYCO-STATUS NOT = "00"
003150         GO TO 1150-EXIT
003160     END-IF
003170     READ PAYCOCTL-IN
003180         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003190     END-READ
003200     IF NOT NO-COMPANY-CARD
003210         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003220     END-IF
003230     CLOSE PAYCOCTL-IN.
003240 1150-EXIT.
003250     EXIT.
003260
003270*----THE COMPANY'S VENDOR ROW HOLDS ITS LAST-USED VENDOR CHECK
003280*----NUMBER. A NEW VENDOR SERIES STARTS AT 500001 SO ITS
003290*----NUMBERS NEVER RUN INTO THE PAYROLL RANGE AT THE BANK.
003300 1200-GET-LAST-CHECK-NO.
003310     MOVE 500000 TO WS-LAST-CHECK-NO
003320     MOVE 0 TO WS-OWN-ROW-IX
003330     OPEN INPUT CHECKCTL-IO
003340     IF WS-CTL-STATUS NOT = "00"
003350         GO TO 1200-DONE
003360     END-IF
003370     PERFORM 1220-LOAD-ONE-ROW THRU 1220-EXIT
003380         UNTIL NO-MORE-CTL-ROWS OR WS-CTL-ROW-COUNT >= 10
003390     CLOSE CHECKCTL-IO.
003400 1200-DONE.
003410     IF WS-OWN-ROW-IX = 0 AND WS-CTL-ROW-COUNT < 10
003420         ADD 1 TO WS-CTL-ROW-COUNT
003430         MOVE WS-PAY-COMPANY
003440             TO WS-R-COMPANY(WS-CTL-ROW-COUNT)
003450         MOVE WS-LAST-CHECK-NO
003460             TO WS-R-LAST-NO(WS-CTL-ROW-COUNT)
003470         MOVE "V" TO WS-R-SERIES(WS-CTL-ROW-COUNT)
003480         MOVE WS-CTL-ROW-COUNT TO WS-OWN-ROW-IX
003490     END-IF.
003500 1200-EXIT.
003510     EXIT.
003520
003530 1220-LOAD-ONE-ROW.
003540     READ CHECKCTL-IO
003550         AT END MOVE "Y" TO WS-CTL-EOF-SW
003560     END-READ
003570     IF NOT NO-MORE-CTL-ROWS
003580         ADD 1 TO WS-CTL-ROW-COUNT
003590         MOVE CC-COMPANY TO WS-R-COMPANY(WS-CTL-ROW-COUNT)
003600         MOVE CC-LAST-NO TO WS-R-LAST-NO(WS-CTL-ROW-COUNT)
003610         MOVE CC-SERIES TO WS-R-SERIES(WS-CTL-ROW-COUNT)
003620         IF CC-COMPANY = WS-PAY-COMPANY AND CC-SERIES = "V"
003630             MOVE CC-LAST-NO TO WS-LAST-CHECK-NO
003640             MOVE WS-CTL-ROW-COUNT TO WS-OWN-ROW-IX
003650         END-IF
003660     END-IF.
003670 1220-EXIT.
003680     EXIT.
003690
003700 1900-READ-PAYABLE.
003710     READ APOPEN NEXT RECORD
003720         AT END MOVE "Y" TO WS-AP-EOF-SW
003730     END-READ.
003740 1900-EXIT.
003750     EXIT.
003760
003770*----APOPEN IS IN VENDOR ORDER, SO EACH VENDOR'S INVOICES
003780*----ARRIVE TOGETHER. AT A CHANGE OF VENDOR THE ONE BEHIND IS
003790*----PAID, AND THE READ PICKS UP AGAIN AT THE NEW VENDOR'S FIRST
003800*----INVOICE SINCE THE PAYMENT READS APOPEN BY KEY.
003810 2000-SELECT-INVOICE.
003820     IF AP-VENDOR-ID NOT = WS-CUR-VENDOR
003830         IF WS-SEL-COUNT > 0
003840             MOVE AP-KEY TO WS-RESUME-KEY
003850             PERFORM 3000-PAY-VENDOR THRU 3000-EXIT
003860             MOVE WS-RESUME-KEY TO AP-KEY
003870             START APOPEN KEY IS NOT LESS THAN AP-KEY
003880                 INVALID KEY MOVE "Y" TO WS-AP-EOF-SW
003890             END-START
003900             IF END-OF-PAYABLES
003910                 GO TO 2000-EXIT
003920             END-IF
003930             PERFORM 1900-READ-PAYABLE THRU 1900-EXIT
003940             IF END-OF-PAYABLES
003950                 GO TO 2000-EXIT
003960             END-IF
003970         END-IF
003980         MOVE AP-VENDOR-ID TO WS-CUR-VENDOR
003990     END-IF
004000     IF NOT AP-IS-OPEN OR AP-DUE-DATE > WS-DUE-BY
004010         GO TO 2000-NEXT
004020     END-IF
004030     IF WS-SEL-COUNT >= 40
004040         ADD 1 TO WS-WAIT-COUNT
004050         GO TO 2000-NEXT
004060     END-IF
004070     ADD 1 TO WS-SELECT-COUNT
004080     ADD 1 TO WS-SEL-COUNT
004090     SET SEL-IDX TO WS-SEL-COUNT
004100     MOVE AP-INV-NUMBER TO WS-S-INV-NUMBER(SEL-IDX)
004110     MOVE AP-INV-DATE TO WS-S-INV-DATE(SEL-IDX)
004120     MOVE AP-AMOUNT TO WS-S-GROSS(SEL-IDX)
004130*----THE DISCOUNT IS TAKEN ONLY WHILE ITS DATE HAS NOT PASSED
004140     IF AP-DISC-AMT > 0 AND AP-DISC-DATE >= WS-BUS-DATE
004150         MOVE AP-DISC-AMT TO WS-S-DISC(SEL-IDX)
004160     ELSE
004170         MOVE 0 TO WS-S-DISC(SEL-IDX)
004180     END-IF
004190     COMPUTE WS-S-NET(SEL-IDX) =
004200         WS-S-GROSS(SEL-IDX) - WS-S-DISC(SEL-IDX).
004210 2000-NEXT.
004220     PERFORM 1900-READ-PAYABLE THRU 1900-EXIT.
004230 2000-EXIT.
004240     EXIT.
004250
004260*----ONE CHECK FOR EVERYTHING SELECTED FOR WS-CUR-VENDOR, OR A
004270*----HOLD THAT LEAVES EVERY INVOICE OPEN FOR THE NEXT RUN.
004280 3000-PAY-VENDOR.
004290     MOVE SPACES TO WS-HOLD-REASON
004300     MOVE 0 TO WS-CHECK-AMT WS-CHECK-GROSS WS-CHECK-DISC
004310     PERFORM 3050-ADD-ONE-INVOICE THRU 3050-EXIT
004320         VARYING SEL-IDX FROM 1 BY 1
004330         UNTIL SEL-IDX > WS-SEL-COUNT
004340     MOVE WS-CUR-VENDOR TO VM-VENDOR-ID
004350     READ VENDMAST
004360         INVALID KEY
004370             MOVE "VENDOR NOT ON VENDMAST" TO WS-HOLD-REASON
004380     END-READ
004390     EVALUATE TRUE
004400         WHEN WS-HOLD-REASON NOT = SPACES
004410             CONTINUE
004420         WHEN NOT VM-ACTIVE
004430             MOVE "VENDOR IS INACTIVE" TO WS-HOLD-REASON
004440         WHEN WS-CHECK-AMT > WS-CHECK-LIMIT
004450             MOVE "OVER THE CHECK LIMIT" TO WS-HOLD-REASON
004460         WHEN WS-CHECK-AMT = 0
004470             MOVE "CHECK WOULD BE FOR ZERO" TO WS-HOLD-REASON
004480     END-EVALUATE
004490     IF WS-HOLD-REASON NOT = SPACES
004500         ADD 1 TO WS-HELD-VENDORS
004510         PERFORM 3500-HOLD-ONE-INVOICE THRU 3500-EXIT
004520             VARYING SEL-IDX FROM 1 BY 1
004530             UNTIL SEL-IDX > WS-SEL-COUNT
004540         GO TO 3000-DONE
004550     END-IF
004560     ADD 1 TO WS-LAST-CHECK-NO
004570     ADD 1 TO WS-CHECK-COUNT
004580     PERFORM 3100-PRINT-CHECK THRU 3100-EXIT
004590     PERFORM 3200-WRITE-REGISTER THRU 3200-EXIT
004600     PERFORM 3300-MARK-ONE-PAID THRU 3300-EXIT
004610         VARYING SEL-IDX FROM 1 BY 1
004620         UNTIL SEL-IDX > WS-SEL-COUNT
004630     ADD WS-CHECK-GROSS TO WS-GROSS-TOTAL
004640     ADD WS-CHECK-DISC TO WS-DISC-TOTAL
004650     ADD WS-CHECK-AMT TO WS-CASH-TOTAL.
004660 3000-DONE.
004670     MOVE 0 TO WS-SEL-COUNT.
004680 3000-EXIT.
004690     EXIT.
004700
004710 3050-ADD-ONE-INVOICE.
004720     ADD WS-S-GROSS(SEL-IDX) TO WS-CHECK-GROSS
004730     ADD WS-S-DISC(SEL-IDX) TO WS-CHECK-DISC
004740     ADD WS-S-NET(SEL-IDX) TO WS-CHECK-AMT.
004750 3050-EXIT.
004760     EXIT.
004770
004780*----THE CHECK FACE, THE REMIT-TO ADDRESS, THEN ONE STUB LINE
004790*----PER INVOICE SO THE VENDOR CAN APPLY THE PAYMENT.
004800 3100-PRINT-CHECK.
004810     MOVE WS-LAST-CHECK-NO TO CL-CHECK-NO
004820     MOVE WS-BUS-DATE TO CL-DATE
004830     MOVE WS-CUR-VENDOR TO CL-VENDOR-ID
004840     MOVE WS-CHECK-AMT TO CL-AMOUNT
004850     WRITE CHECK-PRT-REC FROM WS-CHECK-LINE
004860     MOVE VM-NAME TO AL-TEXT
004870     WRITE CHECK-PRT-REC FROM WS-ADDR-LINE
004880     MOVE VM-REMIT-ADDR TO AL-TEXT
004890     WRITE CHECK-PRT-REC FROM WS-ADDR-LINE
004900     MOVE SPACES TO AL-TEXT
004910     STRING VM-REMIT-CITY DELIMITED BY "  "
004920         " " VM-REMIT-STATE " " VM-REMIT-ZIP
004930         DELIMITED BY SIZE INTO AL-TEXT
004940     WRITE CHECK-PRT-REC FROM WS-ADDR-LINE
004950     PERFORM 3150-PRINT-STUB-LINE THRU 3150-EXIT
004960         VARYING SEL-IDX FROM 1 BY 1
004970         UNTIL SEL-IDX > WS-SEL-COUNT.
004980 3100-EXIT.
004990     EXIT.
005000
005010 3150-PRINT-STUB-LINE.
005020     MOVE WS-LAST-CHECK-NO TO SL-CHECK-NO
005030     MOVE WS-S-INV-NUMBER(SEL-IDX) TO SL-INV-NUMBER
005040     MOVE WS-S-INV-DATE(SEL-IDX) TO SL-INV-DATE
005050     MOVE WS-S-GROSS(SEL-IDX) TO SL-GROSS
005060     MOVE WS-S-DISC(SEL-IDX) TO SL-DISC
005070     MOVE WS-S-NET(SEL-IDX) TO SL-NET
005080     WRITE CHECK-PRT-REC FROM WS-STUB-LINE.
005090 3150-EXIT.
005100     EXIT.
005110
005120 3200-WRITE-REGISTER.
005130     MOVE "ISSUED" TO RG-EVENT
005140     MOVE WS-LAST-CHECK-NO TO RG-CHECK-NO
005150     MOVE SPACES TO RG-EMP-ID
005160     MOVE WS-CHECK-AMT TO RG-AMOUNT
005170     MOVE "VENDOR" TO RG-FLAG
005180     MOVE WS-BUS-DATE TO RG-DATE
005190     MOVE WS-PAY-COMPANY TO RG-COMPANY
005200     MOVE WS-CUR-VENDOR TO RG-VENDOR-ID
005210     WRITE CHECK-REG-REC FROM WS-REG-LINE.
005220 3200-EXIT.
005230     EXIT.
005240
005250 3300-MARK-ONE-PAID.
005260     MOVE WS-CUR-VENDOR TO AP-VENDOR-ID
005270     MOVE WS-S-INV-NUMBER(SEL-IDX) TO AP-INV-NUMBER
005280     READ APOPEN
005290         INVALID KEY MOVE "23" TO WS-AP-STATUS
005300     END-READ
005310     IF WS-AP-STATUS NOT = "00"
005320         DISPLAY "APPAYRUN: PAYABLE " WS-CUR-VENDOR " "
005330             WS-S-INV-NUMBER(SEL-IDX) " VANISHED - STATUS "
005340             WS-AP-STATUS
005350         GO TO 3300-EXIT
005360     END-IF
005370     MOVE "P" TO AP-STATUS
005380     MOVE WS-BUS-DATE TO AP-PAID-DATE
005390     MOVE WS-LAST-CHECK-NO TO AP-CHECK-NO
005400     MOVE WS-S-DISC(SEL-IDX) TO AP-DISC-TAKEN
005410     REWRITE ApOpenRec
005420         INVALID KEY
005430             DISPLAY "APPAYRUN: REWRITE FAILED FOR "
005440                 AP-KEY " - STATUS " WS-AP-STATUS
005450     END-REWRITE
005460     ADD 1 TO WS-PAID-COUNT
005470     MOVE SPACES TO WS-OUT-LINE
005480     MOVE "PAID" TO OL-DISPOSITION
005490     MOVE WS-LAST-CHECK-NO TO OL-CHECK-NO
005500     PERFORM 3900-REPORT-ONE THRU 3900-EXIT.
005510 3300-EXIT.
005520     EXIT.
005530
005540 3500-HOLD-ONE-INVOICE.
005550     ADD 1 TO WS-HELD-COUNT
005560     MOVE SPACES TO WS-OUT-LINE
005570     MOVE "HELD" TO OL-DISPOSITION
005580     MOVE 0 TO OL-CHECK-NO
005590     MOVE WS-HOLD-REASON TO OL-REASON
005600     PERFORM 3900-REPORT-ONE THRU 3900-EXIT.
005610 3500-EXIT.
005620     EXIT.
005630
005640 3900-REPORT-ONE.
005650     MOVE WS-CUR-VENDOR TO OL-VENDOR-ID
005660     MOVE WS-S-INV-NUMBER(SEL-IDX) TO OL-INV-NUMBER
005670     MOVE WS-S-INV-DATE(SEL-IDX) TO OL-INV-DATE
005680     MOVE WS-S-NET(SEL-IDX) TO OL-NET
005690     WRITE PAY-RPT-REC FROM WS-OUT-LINE.
005700 3900-EXIT.
005710     EXIT.
005720
005730*----THE VENDOR ROW TAKES THE NEW LAST NUMBER AND THE WHOLE
005740*----CONTROL FILE REWRITES WITH EVERY ROW. THE RUN'S TOTALS GO
005750*----TO APPAYGL FOR GLEXTR.
005760 4000-TERMINATE.
005770     IF RETURN-CODE = 8
005780         GO TO 4000-EXIT
005790     END-IF
005800     IF RUN-FILES-OPEN
005810         IF WS-OWN-ROW-IX > 0
005820             MOVE WS-LAST-CHECK-NO
005830                 TO WS-R-LAST-NO(WS-OWN-ROW-IX)
005840         END-IF
005850         OPEN OUTPUT CHECKCTL-IO
005860         PERFORM 4050-WRITE-ONE-ROW THRU 4050-EXIT
005870             VARYING WS-CTL-ROW-IX FROM 1 BY 1
005880             UNTIL WS-CTL-ROW-IX > WS-CTL-ROW-COUNT
005890         CLOSE CHECKCTL-IO
005900         IF WS-CASH-TOTAL > 0
005910             MOVE WS-BUS-DATE TO PG-PAY-DATE
005920             MOVE WS-PAY-COMPANY TO PG-COMPANY
005930             MOVE WS-GROSS-TOTAL TO PG-INVOICES
005940             MOVE WS-DISC-TOTAL TO PG-DISCOUNT
005950             MOVE WS-CASH-TOTAL TO PG-CASH
005960             WRITE APPAYGL-REC
005970         END-IF
005980         MOVE WS-CHECK-COUNT TO TL-CHECKS
005990         MOVE WS-GROSS-TOTAL TO TL-GROSS
006000         MOVE WS-DISC-TOTAL TO TL-DISC
006010         MOVE WS-CASH-TOTAL TO TL-CASH
006020         WRITE PAY-RPT-REC FROM WS-TOTAL-LINE
006030         CLOSE VENDMAST
006040         CLOSE APOPEN
006050         CLOSE CHECK-PRT
006060         CLOSE CHECK-REG
006070         CLOSE APPAYGL-OUT
006080         CLOSE PAY-RPT
006090     END-IF
006100     MOVE "C" TO WS-LOCK-ACTION
006110     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
006120         WS-LOCK-ACTION, WS-LOCK-RESULT
006130     DISPLAY "APPAYRUN: DUE BY - " WS-DUE-BY
006140     DISPLAY "APPAYRUN: CHECKS PRINTED - " WS-CHECK-COUNT
006150     DISPLAY "APPAYRUN: INVOICES PAID - " WS-PAID-COUNT
006160     DISPLAY "APPAYRUN: VENDORS HELD - " WS-HELD-VENDORS
006170     IF WS-WAIT-COUNT > 0
006180         DISPLAY "APPAYRUN: INVOICES PAST ONE STUB, LEFT FOR "
006190             "THE NEXT RUN - " WS-WAIT-COUNT
006200     END-IF
006210     MOVE WS-SELECT-COUNT TO WS-CTL-READ
006220     MOVE WS-PAID-COUNT TO WS-CTL-WRITTEN
006230     MOVE WS-HELD-COUNT TO WS-CTL-REJECTS
006240     MOVE WS-CASH-TOTAL TO WS-CTL-AMOUNT
006250     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
006260         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
006270     IF RETURN-CODE NOT = 12 AND WS-HELD-COUNT > 0
006280         MOVE 4 TO RETURN-CODE
006290     END-IF.
006300 4000-EXIT.
006310     EXIT.
006320
006330 4050-WRITE-ONE-ROW.
006340     MOVE WS-R-COMPANY(WS-CTL-ROW-IX) TO CC-COMPANY
006350     MOVE WS-R-LAST-NO(WS-CTL-ROW-IX) TO CC-LAST-NO
006360     MOVE WS-R-SERIES(WS-CTL-ROW-IX) TO CC-SERIES
006370     WRITE CHECKCTL-REC.
006380 4050-EXIT.
006390     EXIT.
