000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPPPAY.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - OFF-CYCLE SUPPLEMENTAL PAY RUN FOR
000100*                   BONUSES, COMMISSIONS, AND OTHER ONE-TIME
000110*                   PAYMENTS OUTSIDE THE REGULAR PERIOD. EACH
000120*                   SUPPIN LINE NAMES AN SSN, EARNINGS CODE, AND
000130*                   GROSS AMOUNT. FEDERAL TAX IS WITHHELD AT THE
000140*                   FLAT SUPPLEMENTAL RATE ON THE SUPPCTL BATCH
000150*                   CARD, FICA UNDER THE SAME WAGE CAP THE
000160*                   PAYROLL RUN USES, AND ONLY THE DEDUCTIONS
000170*                   FLAGGED FOR SUPPLEMENTAL PAY COME OUT. YTD,
000180*                   UNEMPWG, AND PAYHIST POST AS THEY DO FOR
000190*                   REGULAR PAY, WITH THE EARNINGS CODE ON THE
000200*                   HISTORY ROW. VERIFIED DIRECT-DEPOSIT
000210*                   EMPLOYEES GO TO SUPPPAY IN THE VARPAY DETAIL
000220*                   LAYOUT FOR DDEPEXT; EVERYONE ELSE GOES TO
000230*                   SUPPCHK FOR THE CHECKWRT SUPPLEMENTAL PASS.
000240*                   THE BATCH CARD IS MARKED PAID AT END OF RUN
000250*                   AND A PAID BATCH IS REFUSED, AND AN ABENDED
000260*                   RUN IS BACKED OUT FROM THE SUPPCKPT JOURNAL
000270*                   THE WAY THE PAYROLL RUN BACKS OUT PAYCKPT.
000271*   2026-10-15  DP  PAYHIST RECORD AND ITS PURGE WORK FILE WIDENED
000272*                   FOR THE RATE PAID, CARRIED AS ZERO ON
000273*                   SUPPLEMENTAL ROWS.
000274*   2026-10-15  DP  SUPPIN IS EMPTIED WHEN THE BATCH IS MARKED
000275*                   PAID, AS CHECKWRT EMPTIES SUPPCHK, SO LINES
000276*                   APPENDED FOR THE NEXT BATCH DO NOT CARRY THIS
000277*                   BATCH'S PAYMENTS WITH THEM.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SUPPCTL-IO  ASSIGN TO SUPPCTL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SCTL-STATUS.
000350     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PAYCO-STATUS.
000380     SELECT SUPP-IN     ASSIGN TO SUPPIN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SUPP-STATUS.
000410     SELECT EMPMAST     ASSIGN TO EMPMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ER-SSnum
000450         FILE STATUS IS WS-EMP-STATUS.
000460     SELECT DEDMAST     ASSIGN TO DEDMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DD-KEY
000500         FILE STATUS IS WS-DED-STATUS.
000510     SELECT YTDMAST     ASSIGN TO YTDMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS YT-SSNUM
000550         FILE STATUS IS WS-YTD-STATUS.
000560     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-UI-TAB-STATUS.
000590     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS UW-KEY
000630         FILE STATUS IS WS-UNEMP-STATUS.
000640     SELECT PAYHIST-IO  ASSIGN TO PAYHIST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT HISTWK-IO   ASSIGN TO SUPPHSWK
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HISTWK-STATUS.
000700     SELECT CKPT-IO     ASSIGN TO SUPPCKPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CKPT-STATUS.
000730     SELECT CKPTWK-IO   ASSIGN TO SUPPCKWK
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CKPTWK-STATUS.
000760     SELECT SUPPPAY-OUT ASSIGN TO SUPPPAY
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT SUPPCHK-OUT ASSIGN TO SUPPCHK
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT SUPP-RPT    ASSIGN TO SUPPRPT
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----BATCH CONTROL CARD - THE PAY DATE THE PAYMENTS CARRY, THE
000860*----FLAT FEDERAL SUPPLEMENTAL WITHHOLDING RATE, AND O (OPEN) OR
000870*----P (PAID). THE RUN SETS P WHEN IT FINISHES CLEANLY.
000880 FD  SUPPCTL-IO.
000890 01  SUPPCTL-REC.
000900     05  SC-PAY-DATE      PIC 9(8).
000910     05  SC-FED-RATE      PIC 9V9999.
000920     05  SC-STATUS        PIC X(1).
000930         88  SC-BATCH-OPEN    VALUE "O".
000940         88  SC-BATCH-PAID    VALUE "P".
000950
000960*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
000970*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
000980 FD  PAYCOCTL-IN.
000990 01  PAYCOCTL-REC         PIC X(2).
001000
001010*----ONE LINE PER PAYMENT - AN EMPLOYEE MAY HAVE SEVERAL, EACH
001020*----UNDER ITS OWN EARNINGS CODE (BON, COM, ...).
001030 FD  SUPP-IN.
001040 01  SUPP-IN-REC.
001050     05  SI-SSN           PIC 9(9).
001060     05  SI-EARN-CODE     PIC X(3).
001070     05  SI-AMOUNT        PIC 9(5)V99.
001080
001090 FD  EMPMAST.
001100     COPY "EMPLOYEE.cpy".
001110
001120 FD  DEDMAST.
001130     COPY "DEDMAST.cpy".
001140
001150 FD  YTDMAST.
001160     COPY "YTDREC.cpy".
001170
001180 FD  UNEMPTAB-IN.
001190 01  UNEMPTAB-REC.
001200     05  UT-STATE         PIC X(2).
001210     05  UT-COMPANY       PIC X(2).
001220     05  UT-WAGE-BASE     PIC 9(6)V99.
001230     05  UT-RATE          PIC 9V9999.
001240
001250 FD  UNEMPWG.
001260     COPY "UNEMPWG.cpy".
001270
001280 FD  PAYHIST-IO.
001290     COPY "PAYHIST.cpy".
001300
001310*----WORK FILE FOR THE RESTART PURGE OF THE ABENDED RUN'S PAY
001320*----HISTORY APPENDS
001330 FD  HISTWK-IO.
001340 01  HISTWK-REC           PIC X(203).
001350
001360*----RESTART JOURNAL - ONE RECORD PER PAYMENT WHOSE YTD UPDATE
001370*----COMMITTED, CARRYING THE EXACT AMOUNTS POSTED
001380 FD  CKPT-IO.
001390 01  CKPT-REC.
001400     05  CK-PAY-DATE      PIC 9(8).
001410     05  CK-SSN           PIC 9(9).
001420     05  CK-EARN-CODE     PIC X(3).
001430     05  CK-GROSS         PIC 9(5)V99.
001440     05  CK-FICA          PIC 9(5)V99.
001450     05  CK-FEDWH         PIC 9(5)V99.
001460     05  CK-NET           PIC 9(5)V99.
001470     05  CK-COMPANY       PIC X(2).
001480     05  CK-FUTA-POSTED   PIC X(1).
001490     05  CK-UI-STATE      PIC X(2).
001500     05  CK-FUTA-WAGES    PIC 9(5)V99.
001510     05  CK-SUTA-WAGES    PIC 9(5)V99.
001520
001530*----WORK FILE FOR THE SELECTIVE CHECKPOINT CLEAR
001540 FD  CKPTWK-IO.
001550 01  CKPTWK-REC           PIC X(67).
001560
001570*----DIRECT-DEPOSIT PAYMENTS IN THE VARPAY DETAIL LAYOUT - DDEPEXT
001580*----READS THIS FILE IN PLACE OF VARPAY FOR THE OFF-CYCLE BATCH.
001590 FD  SUPPPAY-OUT.
001600 01  SUPPPAY-REC          PIC X(60).
001610
001620*----CHECK REQUESTS FOR THE CHECKWRT SUPPLEMENTAL PASS
001630 FD  SUPPCHK-OUT.
001640 01  SUPPCHK-REC.
001650     05  SQ-EMP-ID        PIC X(5).
001660     05  SQ-EARN-CODE     PIC X(3).
001670     05  SQ-PAY-DATE      PIC 9(8).
001680     05  SQ-AMOUNT        PIC 9(5)V99.
001690
001700 FD  SUPP-RPT.
001710 01  SUPP-RPT-REC         PIC X(90).
001720
001730 WORKING-STORAGE SECTION.
001740 01  WS-SCTL-STATUS       PIC X(2) VALUE SPACES.
001750 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001760 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001770     88  NO-COMPANY-CARD      VALUE "Y".
001780 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001790 01  WS-SUPP-STATUS       PIC X(2) VALUE SPACES.
001800 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001810 01  WS-DED-STATUS        PIC X(2) VALUE SPACES.
001820 01  WS-YTD-STATUS        PIC X(2) VALUE SPACES.
001830 01  WS-UI-TAB-STATUS     PIC X(2) VALUE SPACES.
001840 01  WS-UNEMP-STATUS      PIC X(2) VALUE SPACES.
001850 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001860 01  WS-HISTWK-STATUS     PIC X(2) VALUE SPACES.
001870 01  WS-CKPT-STATUS       PIC X(2) VALUE SPACES.
001880 01  WS-CKPTWK-STATUS     PIC X(2) VALUE SPACES.
001890 01  WS-SUPP-EOF-SW       PIC X(1) VALUE "N".
001900     88  NO-MORE-PAYMENTS     VALUE "Y".
001910 01  WS-SCTL-EOF-SW       PIC X(1) VALUE "N".
001920     88  NO-BATCH-CARD        VALUE "Y".
001930 01  WS-PAY-DATE          PIC 9(8) VALUE 0.
001940 01  WS-FED-RATE          PIC 9V9999 VALUE 0.
001950 01  WS-PAY-YEAR          PIC 9(4) VALUE 0.
001960 01  WS-READ-COUNT        PIC 9(5) COMP VALUE 0.
001970 01  WS-PAID-COUNT        PIC 9(5) COMP VALUE 0.
001980 01  WS-DEPOSIT-COUNT     PIC 9(5) COMP VALUE 0.
001990 01  WS-CHECK-COUNT       PIC 9(5) COMP VALUE 0.
002000 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
002010 01  WS-TOTAL-GROSS       PIC 9(7)V99 VALUE 0.
002020 01  WS-TOTAL-NET         PIC 9(7)V99 VALUE 0.
002030 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
002040 01  WS-REJECT-EMP-ID     PIC X(5) VALUE SPACES.
002050*----2026 SOCIAL SECURITY ANNUAL WAGE CAP - SAME CONSTANT THE
002060*----PAYROLL RUN CARRIES
002070 01  WS-FICA-WAGE-CAP     PIC 9(6)V99 VALUE 176100.
002080 01  WS-FICA-TAXABLE      PIC S9(6)V99 VALUE 0.
002090 01  WS-GROSS-PAY         PIC 9(5)V99 VALUE 0.
002100 01  WS-FICA-AMT          PIC 9(5)V99 VALUE 0.
002110 01  WS-FED-WH-AMT        PIC 9(5)V99 VALUE 0.
002120 01  WS-NET-PAY           PIC S9(5)V99 VALUE 0.
002130 01  WS-YTD-ON-FILE-SW    PIC X(1) VALUE "N".
002140     88  YTD-REC-ON-FILE      VALUE "Y".
002150*----DEDUCTIONS FLAGGED FOR SUPPLEMENTAL PAY, GATHERED FROM
002160*----DEDMAST FOR THE ONE EMPLOYEE BEING PAID
002170 01  WS-DED-OPEN-SW       PIC X(1) VALUE "N".
002180     88  DEDMAST-OPEN         VALUE "Y".
002190 01  WS-DED-EOF-SW        PIC X(1) VALUE "N".
002200     88  NO-MORE-DEDUCTIONS   VALUE "Y".
002210 01  WS-DED-COUNT         PIC 9(2) COMP VALUE 0.
002220 01  WS-DED-PRIO          PIC 9(3) VALUE 0.
002230 01  WS-DED-AMT           PIC 9(5)V99 VALUE 0.
002240 01  WS-DED-APPLIED-CNT   PIC 9(2) COMP VALUE 0.
002250 01  WS-DED-TABLE.
002260     05  WS-DED-ENTRY     OCCURS 10 TIMES INDEXED BY DIDX.
002270         10  WS-D-CODE    PIC X(3).
002280         10  WS-D-METHOD  PIC X(1).
002290         10  WS-D-RATE    PIC 9(3)V99.
002300         10  WS-D-PRIO    PIC 9(2).
002310 01  WS-DED-APPLIED.
002320     05  WS-DED-APPLIED-ENTRY OCCURS 10 TIMES INDEXED BY AIDX.
002330         10  WS-A-CODE    PIC X(3).
002340         10  WS-A-AMT     PIC 9(5)V99.
002350*----UNEMPLOYMENT BASES AND RATES, FEDERAL ROW AND STATE ROWS
002360*----TOGETHER, SAME TABLE THE PAYROLL RUN LOADS
002370 01  WS-UI-TAB-EOF-SW     PIC X(1) VALUE "N".
002380     88  NO-MORE-UI-RATES     VALUE "Y".
002390 01  WS-UI-RATE-COUNT     PIC 9(2) COMP VALUE 0.
002400 01  WS-UI-HOLD-IX        PIC 9(2) COMP VALUE 0.
002410 01  WS-UI-LOOK-STATE     PIC X(2) VALUE SPACES.
002420 01  WS-UI-ROOM           PIC S9(7)V99 VALUE 0.
002430 01  WS-UI-POST-WAGES     PIC 9(5)V99 VALUE 0.
002440 01  WS-UW-ON-FILE-SW     PIC X(1) VALUE "N".
002450     88  UW-REC-ON-FILE       VALUE "Y".
002460 01  WS-FUTA-WAGES        PIC 9(5)V99 VALUE 0.
002470 01  WS-SUTA-WAGES        PIC 9(5)V99 VALUE 0.
002480 01  WS-FUTA-POSTED-SW    PIC X(1) VALUE SPACE.
002490     88  FUTA-POSTED          VALUE "Y".
002500 01  WS-SUTA-STATE        PIC X(2) VALUE SPACES.
002510 01  WS-UI-RATE-TABLE.
002520     05  WS-UI-RATE-ENTRY OCCURS 60 TIMES INDEXED BY UIIDX.
002530         10  WS-UI-STATE-T   PIC X(2).
002540         10  WS-UI-COMPANY-T PIC X(2).
002550         10  WS-UI-BASE-T    PIC 9(6)V99.
002560         10  WS-UI-RATE-T    PIC 9V9999.
002570*----RESTART STATE - THE SSN AND EARNINGS CODE OF EVERY PAYMENT
002580*----THE ABENDED RUN JOURNALED, SO THE PAY HISTORY PURGE DROPS
002590*----ONLY THAT RUN'S ROWS
002600 01  WS-CKPT-EOF-SW       PIC X(1) VALUE "N".
002610     88  NO-MORE-CKPT         VALUE "Y".
002620 01  WS-HPURGE-EOF-SW     PIC X(1) VALUE "N".
002630     88  NO-MORE-PURGE        VALUE "Y".
002640 01  WS-BACKOUT-COUNT     PIC 9(5) COMP VALUE 0.
002650 01  WS-PURGED-COUNT      PIC 9(5) COMP VALUE 0.
002660 01  WS-CKPT-KEY-COUNT    PIC 9(3) COMP VALUE 0.
002670 01  WS-CKPT-FOUND-SW     PIC X(1) VALUE "N".
002680     88  KEY-ON-CHECKPOINT    VALUE "Y".
002690 01  WS-CKPT-LOOK-KEY.
002700     05  WS-CKPT-LOOK-SSN PIC 9(9).
002710     05  WS-CKPT-LOOK-CODE PIC X(3).
002720 01  WS-CKPT-KEY-TABLE.
002730     05  WS-CKPT-KEY-T    PIC X(12) OCCURS 500 TIMES
002740                          INDEXED BY KIDX.
002750*----FIXED DETAIL LAYOUT ON SUPPPAY - THE SAME COLUMNS AS A
002760*----VARPAY DETAIL LINE, SO DDEPEXT READS IT UNCHANGED
002770 01  WS-PAYOUT-DETAIL.
002780     05  PD-EMP-ID        PIC X(5).
002790     05  FILLER           PIC X(1) VALUE SPACE.
002800     05  PD-WHO           PIC X(15).
002810     05  FILLER           PIC X(2) VALUE SPACES.
002820     05  PD-GROSS         PIC ZZZZ9.99.
002830     05  FILLER           PIC X(2) VALUE SPACES.
002840     05  PD-NET           PIC ZZZZ9.99.
002850     05  FILLER           PIC X(2) VALUE SPACES.
002860     05  PD-PERIOD-END    PIC 9(8).
002870     05  FILLER           PIC X(1) VALUE SPACE.
002880     05  PD-HOL-HOURS     PIC ZZ9.
002890 01  WS-TOTAL-EDIT        PIC ZZZZZZ9.99.
002900 01  WS-DETAIL-LINE.
002910     05  DL-EMP-ID        PIC X(5).
002920     05  FILLER           PIC X(1) VALUE SPACE.
002930     05  DL-EARN-CODE     PIC X(3).
002940     05  FILLER           PIC X(7) VALUE " GROSS ".
002950     05  DL-GROSS         PIC ZZZZ9.99.
002960     05  FILLER           PIC X(6) VALUE " FICA ".
002970     05  DL-FICA          PIC ZZZZ9.99.
002980     05  FILLER           PIC X(5) VALUE " FED ".
002990     05  DL-FEDWH         PIC ZZZZ9.99.
003000     05  FILLER           PIC X(5) VALUE " NET ".
003010     05  DL-NET           PIC ZZZZ9.99.
003020     05  FILLER           PIC X(1) VALUE SPACE.
003030     05  DL-DISPOSITION   PIC X(8).
003040     05  FILLER           PIC X(1) VALUE SPACE.
003050     05  DL-REASON        PIC X(30).
003060 01  WS-DED-LINE.
003070     05  FILLER           PIC X(10) VALUE SPACES.
003080     05  FILLER           PIC X(4) VALUE "DED ".
003090     05  DD-LINE-CODE     PIC X(3).
003100     05  FILLER           PIC X(2) VALUE SPACES.
003110     05  DD-LINE-AMT      PIC ZZZZ9.99.
003120*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
003130 01  WS-CTL-PROGRAM       PIC X(10) VALUE "SUPPPAY".
003140 01  WS-CTL-READ          PIC 9(7) VALUE 0.
003150 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
003160 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
003170 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
003180
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003220     PERFORM 2000-PAY-ONE THRU 2000-EXIT
003230         UNTIL NO-MORE-PAYMENTS
003240     PERFORM 3000-TERMINATE THRU 3000-EXIT
003250     GOBACK.
003260
003270 1000-INITIALIZE.
003280     PERFORM 1100-GET-COMPANY THRU 1100-EXIT
003290*----DOUBLE-RUN PROTECTION - A BATCH CARD ALREADY MARKED PAID
003300*----MEANS THESE PAYMENTS WENT OUT AND THE RUN IS REFUSED.
003310     PERFORM 1200-GET-BATCH-CARD THRU 1200-EXIT
003320     IF RETURN-CODE = 12
003330         MOVE "Y" TO WS-SUPP-EOF-SW
003340         GO TO 1000-EXIT
003350     END-IF
003360     OPEN INPUT SUPP-IN
003370     IF WS-SUPP-STATUS NOT = "00"
003380         DISPLAY "SUPPPAY: NO SUPPLEMENTAL PAYMENTS - STATUS "
003390             WS-SUPP-STATUS
003400         MOVE 12 TO RETURN-CODE
003410         MOVE "Y" TO WS-SUPP-EOF-SW
003420         GO TO 1000-EXIT
003430     END-IF
003440     OPEN INPUT EMPMAST
003450     IF WS-EMP-STATUS NOT = "00"
003460         DISPLAY "SUPPPAY: UNABLE TO OPEN EMPMAST - STATUS "
003470             WS-EMP-STATUS
003480         CLOSE SUPP-IN
003490         MOVE 12 TO RETURN-CODE
003500         MOVE "Y" TO WS-SUPP-EOF-SW
003510         GO TO 1000-EXIT
003520     END-IF
003530     OPEN INPUT DEDMAST
003540     IF WS-DED-STATUS = "00"
003550         MOVE "Y" TO WS-DED-OPEN-SW
003560     ELSE
003570         DISPLAY "SUPPPAY: NO DEDUCTION MASTER - TAXES ONLY"
003580     END-IF
003590     PERFORM 1300-LOAD-UNEMP-TABLE THRU 1300-EXIT
003600     PERFORM 1400-OPEN-YTD-MASTER THRU 1400-EXIT
003610     PERFORM 1450-OPEN-UNEMP-MASTER THRU 1450-EXIT
003620*----AN ABENDED RUN LEAVES ITS COMMITTED POSTINGS ON THE
003630*----SUPPCKPT JOURNAL WITH THE BATCH STILL OPEN - BACK THEM OUT
003640*----BEFORE PAYHIST IS OPENED FOR EXTEND, SINCE THE BACKOUT ALSO
003650*----DROPS THE ABENDED RUN'S PAY HISTORY ROWS.
003660     PERFORM 5000-BACKOUT-CHECKPOINT THRU 5000-EXIT
003670     OPEN EXTEND PAYHIST-IO
003680     IF WS-HIST-STATUS = "35"
003690         OPEN OUTPUT PAYHIST-IO
003700     END-IF
003710     OPEN OUTPUT SUPPPAY-OUT
003720     OPEN OUTPUT SUPPCHK-OUT
003730     OPEN OUTPUT SUPP-RPT
003740     PERFORM 1900-READ-PAYMENT THRU 1900-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770
003780 1100-GET-COMPANY.
003790     OPEN INPUT PAYCOCTL-IN
003800     IF WS-PAYCO-STATUS NOT = "00"
003810         GO TO 1100-EXIT
003820     END-IF
003830     READ PAYCOCTL-IN
003840         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003850     END-READ
003860     IF NOT NO-COMPANY-CARD
003870         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003880     END-IF
003890     CLOSE PAYCOCTL-IN.
003900 1100-EXIT.
003910     EXIT.
003920
003930 1200-GET-BATCH-CARD.
003940     OPEN INPUT SUPPCTL-IO
003950     IF WS-SCTL-STATUS NOT = "00"
003960         DISPLAY "SUPPPAY: NO SUPPCTL BATCH CARD - RUN REFUSED"
003970         MOVE 12 TO RETURN-CODE
003980         GO TO 1200-EXIT
003990     END-IF
004000     READ SUPPCTL-IO
004010         AT END MOVE "Y" TO WS-SCTL-EOF-SW
004020     END-READ
004030     CLOSE SUPPCTL-IO
004040     IF NO-BATCH-CARD
004050         DISPLAY "SUPPPAY: SUPPCTL BATCH CARD EMPTY - RUN REFUSED"
004060         MOVE 12 TO RETURN-CODE
004070         GO TO 1200-EXIT
004080     END-IF
004090     IF SC-PAY-DATE NOT NUMERIC OR SC-PAY-DATE = 0
004100         OR SC-FED-RATE NOT NUMERIC OR SC-FED-RATE = 0
004110         DISPLAY "SUPPPAY: BATCH CARD PAY DATE OR FEDERAL RATE "
004120             "MISSING - RUN REFUSED"
004130         MOVE 12 TO RETURN-CODE
004140         GO TO 1200-EXIT
004150     END-IF
004160     IF SC-BATCH-PAID
004170         DISPLAY "SUPPPAY: BATCH FOR " SC-PAY-DATE
004180             " ALREADY PAID - RUN REFUSED"
004190         MOVE 12 TO RETURN-CODE
004200         GO TO 1200-EXIT
004210     END-IF
004220     IF NOT SC-BATCH-OPEN
004230         DISPLAY "SUPPPAY: BATCH CARD STATUS NOT O OR P - "
004240             "RUN REFUSED"
004250         MOVE 12 TO RETURN-CODE
004260         GO TO 1200-EXIT
004270     END-IF
004280     MOVE SC-PAY-DATE TO WS-PAY-DATE
004290     MOVE SC-FED-RATE TO WS-FED-RATE
004300     COMPUTE WS-PAY-YEAR = WS-PAY-DATE / 10000.
004310 1200-EXIT.
004320     EXIT.
004330
004340 1300-LOAD-UNEMP-TABLE.
004350     OPEN INPUT UNEMPTAB-IN
004360     IF WS-UI-TAB-STATUS NOT = "00"
004370         DISPLAY "SUPPPAY: NO UNEMPLOYMENT RATE TABLE - FUTA "
004380             "AND SUTA WAGES NOT TRACKED THIS RUN"
004390         GO TO 1300-EXIT
004400     END-IF
004410     PERFORM 1350-LOAD-ONE-UNEMP-RATE THRU 1350-EXIT
004420         UNTIL NO-MORE-UI-RATES OR WS-UI-RATE-COUNT >= 60
004430     CLOSE UNEMPTAB-IN.
004440 1300-EXIT.
004450     EXIT.
004460
004470 1350-LOAD-ONE-UNEMP-RATE.
004480     READ UNEMPTAB-IN
004490         AT END MOVE "Y" TO WS-UI-TAB-EOF-SW
004500     END-READ
004510     IF NOT NO-MORE-UI-RATES
004520         ADD 1 TO WS-UI-RATE-COUNT
004530         SET UIIDX TO WS-UI-RATE-COUNT
004540         MOVE UT-STATE TO WS-UI-STATE-T(UIIDX)
004550         MOVE UT-COMPANY TO WS-UI-COMPANY-T(UIIDX)
004560         MOVE UT-WAGE-BASE TO WS-UI-BASE-T(UIIDX)
004570         MOVE UT-RATE TO WS-UI-RATE-T(UIIDX)
004580     END-IF.
004590 1350-EXIT.
004600     EXIT.
004610
004620*----THE YTD AND UNEMPLOYMENT WAGE MASTERS ARE DERIVED RUNNING
004630*----TOTALS, SO FIRST USE MAY CREATE THEM EMPTY.
004640 1400-OPEN-YTD-MASTER.
004650     OPEN I-O YTDMAST
004660     IF WS-YTD-STATUS = "35"
004670         CLOSE YTDMAST
004680         OPEN OUTPUT YTDMAST
004690         CLOSE YTDMAST
004700         OPEN I-O YTDMAST
004710     END-IF.
004720 1400-EXIT.
004730     EXIT.
004740
004750 1450-OPEN-UNEMP-MASTER.
004760     OPEN I-O UNEMPWG
004770     IF WS-UNEMP-STATUS = "35"
004780         CLOSE UNEMPWG
004790         OPEN OUTPUT UNEMPWG
004800         CLOSE UNEMPWG
004810         OPEN I-O UNEMPWG
004820     END-IF.
004830 1450-EXIT.
004840     EXIT.
004850
004860 1900-READ-PAYMENT.
004870     READ SUPP-IN
004880         AT END MOVE "Y" TO WS-SUPP-EOF-SW
004890     END-READ
004900     IF NOT NO-MORE-PAYMENTS
004910         ADD 1 TO WS-READ-COUNT
004920     END-IF.
004930 1900-EXIT.
004940     EXIT.
004950
004960 2000-PAY-ONE.
004970     MOVE SPACES TO WS-REJECT-REASON
004980     MOVE SPACES TO WS-REJECT-EMP-ID
004990     IF SI-AMOUNT NOT NUMERIC OR SI-AMOUNT = 0
005000         MOVE "AMOUNT MISSING OR ZERO" TO WS-REJECT-REASON
005010         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005020         GO TO 2000-NEXT
005030     END-IF
005040     IF SI-EARN-CODE = SPACES
005050         MOVE "EARNINGS CODE MISSING" TO WS-REJECT-REASON
005060         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005070         GO TO 2000-NEXT
005080     END-IF
005090     IF SI-SSN NOT NUMERIC
005100         MOVE "EMPLOYEE NOT ON EMPMAST" TO WS-REJECT-REASON
005110         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005120         GO TO 2000-NEXT
005130     END-IF
005140     MOVE SI-SSN TO ER-SSnum
005150     READ EMPMAST
005160         INVALID KEY
005170             MOVE "EMPLOYEE NOT ON EMPMAST" TO WS-REJECT-REASON
005180     END-READ
005190     IF WS-REJECT-REASON NOT = SPACES
005200         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005210         GO TO 2000-NEXT
005220     END-IF
005230     MOVE ER-EMP-ID TO WS-REJECT-EMP-ID
005240     IF ER-TERMINATED
005250         MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
005260         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005270         GO TO 2000-NEXT
005280     END-IF
005290*----UNCONDITIONAL - A BLANK SELECTION IS THE ORIGINAL COMPANY'S
005300*----RUN AND ONLY ITS BLANK-COMPANY EMPLOYEES PAY.
005310     IF ER-COMPANY NOT = WS-PAY-COMPANY
005320         MOVE "WRONG COMPANY FOR THIS RUN" TO WS-REJECT-REASON
005330         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005340         GO TO 2000-NEXT
005350     END-IF
005360     MOVE SI-AMOUNT TO WS-GROSS-PAY
005370     PERFORM 2100-GET-YTD THRU 2100-EXIT
005380*----FICA ONLY ON THE PART OF THE PAYMENT STILL UNDER THE ANNUAL
005390*----WAGE CAP. FEDERAL TAX AT THE FLAT SUPPLEMENTAL RATE - NOT
005400*----THE GRADUATED BRACKETS THE PERIOD PAY USES.
005410     MOVE 0 TO WS-FICA-TAXABLE
005420     IF YT-GROSS < WS-FICA-WAGE-CAP
005430         COMPUTE WS-FICA-TAXABLE = WS-FICA-WAGE-CAP - YT-GROSS
005440         IF WS-FICA-TAXABLE > WS-GROSS-PAY
005450             MOVE WS-GROSS-PAY TO WS-FICA-TAXABLE
005460         END-IF
005470     END-IF
005480     COMPUTE WS-FICA-AMT ROUNDED = WS-FICA-TAXABLE * 0.0765
005490     COMPUTE WS-FED-WH-AMT ROUNDED = WS-GROSS-PAY * WS-FED-RATE
005500     COMPUTE WS-NET-PAY =
005510         WS-GROSS-PAY - WS-FICA-AMT - WS-FED-WH-AMT
005520     IF WS-NET-PAY < 0
005530         MOVE "TAXES EXCEED THE PAYMENT" TO WS-REJECT-REASON
005540         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
005550         GO TO 2000-NEXT
005560     END-IF
005570     PERFORM 2300-COMPUTE-UNEMP-WAGES THRU 2300-EXIT
005580     PERFORM 2400-APPLY-DEDUCTIONS THRU 2400-EXIT
005590     PERFORM 2500-POST-PAYMENT THRU 2500-EXIT
005600     PERFORM 2600-ROUTE-PAYMENT THRU 2600-EXIT
005610     PERFORM 2800-REPORT-ONE THRU 2800-EXIT.
005620 2000-NEXT.
005630     PERFORM 1900-READ-PAYMENT THRU 1900-EXIT.
005640 2000-EXIT.
005650     EXIT.
005660
005670 2100-GET-YTD.
005680     MOVE "N" TO WS-YTD-ON-FILE-SW
005690     MOVE ER-SSnum TO YT-SSNUM
005700     READ YTDMAST
005710         INVALID KEY
005720             CONTINUE
005730     END-READ
005740     IF WS-YTD-STATUS = "00"
005750         MOVE "Y" TO WS-YTD-ON-FILE-SW
005760     ELSE
005770         MOVE ER-SSnum TO YT-SSNUM
005780         MOVE 0 TO YT-GROSS YT-FICA YT-FEDWH YT-STWH YT-NET
005790     END-IF.
005800 2100-EXIT.
005810     EXIT.
005820
005830*----SPLITS THE PAYMENT INTO THE PART STILL UNDER THE FUTA WAGE
005840*----BASE AND THE PART UNDER THE WORK STATE'S SUTA BASE, THE
005850*----SAME WAY THE PAYROLL RUN DOES. THE POSTING WAITS FOR
005860*----2500-POST-PAYMENT SO IT IS JOURNALED WITH THE YTD UPDATE.
005870 2300-COMPUTE-UNEMP-WAGES.
005880     MOVE 0 TO WS-FUTA-WAGES WS-SUTA-WAGES
005890     MOVE SPACE TO WS-FUTA-POSTED-SW
005900     MOVE SPACES TO WS-SUTA-STATE
005910     IF WS-UI-RATE-COUNT = 0
005920         GO TO 2300-EXIT
005930     END-IF
005940     MOVE "US" TO WS-UI-LOOK-STATE
005950     PERFORM 2320-FIND-UNEMP-RATE THRU 2320-EXIT
005960     IF WS-UI-HOLD-IX > 0
005970         PERFORM 2340-SIZE-UNEMP-WAGES THRU 2340-EXIT
005980         MOVE WS-UI-POST-WAGES TO WS-FUTA-WAGES
005990         MOVE "Y" TO WS-FUTA-POSTED-SW
006000     END-IF
006010     IF ER-WORK-STATE NOT = SPACES
006020         MOVE ER-WORK-STATE TO WS-UI-LOOK-STATE
006030         PERFORM 2320-FIND-UNEMP-RATE THRU 2320-EXIT
006040         IF WS-UI-HOLD-IX > 0
006050             PERFORM 2340-SIZE-UNEMP-WAGES THRU 2340-EXIT
006060             MOVE WS-UI-POST-WAGES TO WS-SUTA-WAGES
006070             MOVE ER-WORK-STATE TO WS-SUTA-STATE
006080         END-IF
006090     END-IF.
006100 2300-EXIT.
006110     EXIT.
006120
006130*----THE PAYING COMPANY'S OWN ROW FOR THE STATE WINS OVER THE
006140*----STATE'S BLANK-COMPANY ROW
006150 2320-FIND-UNEMP-RATE.
006160     MOVE 0 TO WS-UI-HOLD-IX
006170     PERFORM 2330-MATCH-ONE-UNEMP-RATE THRU 2330-EXIT
006180         VARYING UIIDX FROM 1 BY 1
006190         UNTIL UIIDX > WS-UI-RATE-COUNT.
006200 2320-EXIT.
006210     EXIT.
006220
006230 2330-MATCH-ONE-UNEMP-RATE.
006240     IF WS-UI-STATE-T(UIIDX) = WS-UI-LOOK-STATE
006250         IF WS-UI-COMPANY-T(UIIDX) = WS-PAY-COMPANY
006260             AND WS-PAY-COMPANY NOT = SPACES
006270             SET WS-UI-HOLD-IX TO UIIDX
006280         ELSE
006290             IF WS-UI-COMPANY-T(UIIDX) = SPACES
006300                 AND WS-UI-HOLD-IX = 0
006310                 SET WS-UI-HOLD-IX TO UIIDX
006320             END-IF
006330         END-IF
006340     END-IF.
006350 2330-EXIT.
006360     EXIT.
006370
006380 2340-SIZE-UNEMP-WAGES.
006390     PERFORM 2350-READ-UNEMP-ROW THRU 2350-EXIT
006400     SET UIIDX TO WS-UI-HOLD-IX
006410     COMPUTE WS-UI-ROOM = WS-UI-BASE-T(UIIDX) - UW-TAXABLE
006420     IF WS-UI-ROOM < 0
006430         MOVE 0 TO WS-UI-ROOM
006440     END-IF
006450     IF WS-GROSS-PAY < WS-UI-ROOM
006460         MOVE WS-GROSS-PAY TO WS-UI-POST-WAGES
006470     ELSE
006480         MOVE WS-UI-ROOM TO WS-UI-POST-WAGES
006490     END-IF.
006500 2340-EXIT.
006510     EXIT.
006520
006530*----A ROW LEFT FROM AN EARLIER YEAR STARTS AGAIN FROM ZERO.
006540 2350-READ-UNEMP-ROW.
006550     MOVE "N" TO WS-UW-ON-FILE-SW
006560     MOVE ER-SSnum TO UW-SSN
006570     MOVE WS-UI-LOOK-STATE TO UW-STATE
006580     READ UNEMPWG
006590         INVALID KEY
006600             CONTINUE
006610     END-READ
006620     IF WS-UNEMP-STATUS = "00"
006630         MOVE "Y" TO WS-UW-ON-FILE-SW
006640         IF UW-YEAR NOT = WS-PAY-YEAR
006650             MOVE WS-PAY-YEAR TO UW-YEAR
006660             MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
006670         END-IF
006680     ELSE
006690         MOVE ER-SSnum TO UW-SSN
006700         MOVE WS-UI-LOOK-STATE TO UW-STATE
006710         MOVE WS-PAY-YEAR TO UW-YEAR
006720         MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
006730     END-IF.
006740 2350-EXIT.
006750     EXIT.
006760
006770*----ONLY DEDUCTIONS FLAGGED FOR SUPPLEMENTAL PAY COME OUT, IN
006780*----PRIORITY ORDER, NEVER BELOW ZERO NET. WHAT THE PAYMENT
006790*----CANNOT COVER IS NOT CARRIED TO ARREARS - THE REGULAR PAYROLL
006800*----TAKES THE FULL DEDUCTION IN ITS OWN PERIOD.
006810 2400-APPLY-DEDUCTIONS.
006820     MOVE 0 TO WS-DED-COUNT
006830     MOVE 0 TO WS-DED-APPLIED-CNT
006840     IF NOT DEDMAST-OPEN
006850         GO TO 2400-EXIT
006860     END-IF
006870     MOVE "N" TO WS-DED-EOF-SW
006880     MOVE ER-SSnum TO DD-SSN
006890     MOVE LOW-VALUES TO DD-CODE
006900     START DEDMAST KEY IS NOT LESS THAN DD-KEY
006910         INVALID KEY MOVE "Y" TO WS-DED-EOF-SW
006920     END-START
006930     PERFORM 2420-GATHER-ONE-DEDUCTION THRU 2420-EXIT
006940         UNTIL NO-MORE-DEDUCTIONS
006950     IF WS-DED-COUNT = 0
006960         GO TO 2400-EXIT
006970     END-IF
006980     PERFORM 2440-APPLY-ONE-PRIORITY THRU 2440-EXIT
006990         VARYING WS-DED-PRIO FROM 1 BY 1
007000         UNTIL WS-DED-PRIO > 99.
007010 2400-EXIT.
007020     EXIT.
007030
007040 2420-GATHER-ONE-DEDUCTION.
007050     READ DEDMAST NEXT RECORD
007060         AT END MOVE "Y" TO WS-DED-EOF-SW
007070     END-READ
007080     IF NO-MORE-DEDUCTIONS
007090         GO TO 2420-EXIT
007100     END-IF
007110     IF DD-SSN NOT = ER-SSnum
007120         MOVE "Y" TO WS-DED-EOF-SW
007130         GO TO 2420-EXIT
007140     END-IF
007150     IF DD-ON-SUPPLEMENTAL
007160         AND (DD-STOP-DATE = 0 OR DD-STOP-DATE >= WS-PAY-DATE)
007170         AND WS-DED-COUNT < 10
007180         ADD 1 TO WS-DED-COUNT
007190         SET DIDX TO WS-DED-COUNT
007200         MOVE DD-CODE TO WS-D-CODE(DIDX)
007210         MOVE DD-METHOD TO WS-D-METHOD(DIDX)
007220         MOVE DD-RATE TO WS-D-RATE(DIDX)
007230         MOVE DD-PRIORITY TO WS-D-PRIO(DIDX)
007240     END-IF.
007250 2420-EXIT.
007260     EXIT.
007270
007280 2440-APPLY-ONE-PRIORITY.
007290     PERFORM 2450-APPLY-ONE-DEDUCTION THRU 2450-EXIT
007300         VARYING DIDX FROM 1 BY 1
007310         UNTIL DIDX > WS-DED-COUNT.
007320 2440-EXIT.
007330     EXIT.
007340
007350 2450-APPLY-ONE-DEDUCTION.
007360     IF WS-D-PRIO(DIDX) NOT = WS-DED-PRIO
007370         GO TO 2450-EXIT
007380     END-IF
007390     IF WS-D-METHOD(DIDX) = "P"
007400         COMPUTE WS-DED-AMT ROUNDED =
007410             WS-GROSS-PAY * WS-D-RATE(DIDX) / 100
007420     ELSE
007430         MOVE WS-D-RATE(DIDX) TO WS-DED-AMT
007440     END-IF
007450     IF WS-DED-AMT > WS-NET-PAY
007460         MOVE WS-NET-PAY TO WS-DED-AMT
007470     END-IF
007480     IF WS-DED-AMT > 0
007490         SUBTRACT WS-DED-AMT FROM WS-NET-PAY
007500         ADD 1 TO WS-DED-APPLIED-CNT
007510         SET AIDX TO WS-DED-APPLIED-CNT
007520         MOVE WS-D-CODE(DIDX) TO WS-A-CODE(AIDX)
007530         MOVE WS-DED-AMT TO WS-A-AMT(AIDX)
007540     END-IF.
007550 2450-EXIT.
007560     EXIT.
007570
007580*----YTD, UNEMPWG, THE RESTART JOURNAL, AND PAY HISTORY, IN THAT
007590*----ORDER - THE JOURNAL RECORD IS ON DISK BEFORE THE HISTORY ROW.
007600 2500-POST-PAYMENT.
007610     ADD WS-GROSS-PAY TO YT-GROSS
007620     ADD WS-FICA-AMT TO YT-FICA
007630     ADD WS-FED-WH-AMT TO YT-FEDWH
007640     ADD WS-NET-PAY TO YT-NET
007650     IF YTD-REC-ON-FILE
007660         REWRITE YtdRec
007670             INVALID KEY
007680                 DISPLAY "SUPPPAY: YTD REWRITE FAILED - " YT-SSNUM
007690         END-REWRITE
007700     ELSE
007710         WRITE YtdRec
007720             INVALID KEY
007730                 DISPLAY "SUPPPAY: YTD WRITE FAILED - " YT-SSNUM
007740         END-WRITE
007750     END-IF
007760     IF FUTA-POSTED
007770         MOVE "US" TO WS-UI-LOOK-STATE
007780         MOVE WS-FUTA-WAGES TO WS-UI-POST-WAGES
007790         PERFORM 2550-POST-ONE-UNEMP-ROW THRU 2550-EXIT
007800     END-IF
007810     IF WS-SUTA-STATE NOT = SPACES
007820         MOVE WS-SUTA-STATE TO WS-UI-LOOK-STATE
007830         MOVE WS-SUTA-WAGES TO WS-UI-POST-WAGES
007840         PERFORM 2550-POST-ONE-UNEMP-ROW THRU 2550-EXIT
007850     END-IF
007860     PERFORM 2560-WRITE-CHECKPOINT THRU 2560-EXIT
007870     PERFORM 2570-WRITE-PAY-HISTORY THRU 2570-EXIT
007880     ADD 1 TO WS-PAID-COUNT
007890     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
007900     ADD WS-NET-PAY TO WS-TOTAL-NET.
007910 2500-EXIT.
007920     EXIT.
007930
007940 2550-POST-ONE-UNEMP-ROW.
007950     PERFORM 2350-READ-UNEMP-ROW THRU 2350-EXIT
007960     ADD WS-GROSS-PAY TO UW-GROSS
007970     ADD WS-UI-POST-WAGES TO UW-TAXABLE
007980     COMPUTE UW-EXCESS =
007990         UW-EXCESS + WS-GROSS-PAY - WS-UI-POST-WAGES
008000     IF UW-REC-ON-FILE
008010         REWRITE UnempWageRec
008020             INVALID KEY
008030                 DISPLAY "SUPPPAY: UNEMPLOYMENT WAGE REWRITE "
008040                     "FAILED - " UW-SSN " " UW-STATE
008050         END-REWRITE
008060     ELSE
008070         WRITE UnempWageRec
008080             INVALID KEY
008090                 DISPLAY "SUPPPAY: UNEMPLOYMENT WAGE WRITE "
008100                     "FAILED - " UW-SSN " " UW-STATE
008110         END-WRITE
008120     END-IF.
008130 2550-EXIT.
008140     EXIT.
008150
008160*----OPEN-WRITE-CLOSE, THE ONE-SHOT PATTERN RUNLOG USES, SO THE
008170*----RECORD IS ON DISK EVEN IF THE RUN ABENDS ON THE NEXT LINE.
008180 2560-WRITE-CHECKPOINT.
008190     OPEN EXTEND CKPT-IO
008200     IF WS-CKPT-STATUS = "35"
008210         OPEN OUTPUT CKPT-IO
008220     END-IF
008230     MOVE WS-PAY-DATE TO CK-PAY-DATE
008240     MOVE ER-SSnum TO CK-SSN
008250     MOVE SI-EARN-CODE TO CK-EARN-CODE
008260     MOVE WS-GROSS-PAY TO CK-GROSS
008270     MOVE WS-FICA-AMT TO CK-FICA
008280     MOVE WS-FED-WH-AMT TO CK-FEDWH
008290     MOVE WS-NET-PAY TO CK-NET
008300     MOVE WS-PAY-COMPANY TO CK-COMPANY
008310     MOVE WS-FUTA-POSTED-SW TO CK-FUTA-POSTED
008320     MOVE WS-SUTA-STATE TO CK-UI-STATE
008330     MOVE WS-FUTA-WAGES TO CK-FUTA-WAGES
008340     MOVE WS-SUTA-WAGES TO CK-SUTA-WAGES
008350     WRITE CKPT-REC
008360     CLOSE CKPT-IO.
008370 2560-EXIT.
008380     EXIT.
008390
008400*----PH-PERIOD-END CARRIES THE SUPPLEMENTAL PAY DATE AND
008410*----PH-EARN-CODE MARKS THE ROW AS SUPPLEMENTAL. NO STATE TAX IS
008420*----WITHHELD ON SUPPLEMENTAL PAY.
008430 2570-WRITE-PAY-HISTORY.
008440     MOVE SPACES TO PAYHIST-REC
008450     MOVE ER-SSnum TO PH-SSN
008460     MOVE WS-PAY-DATE TO PH-PERIOD-END
008470     MOVE ER-EMP-ID TO PH-EMP-ID
008480     MOVE ER-NAME TO PH-WHO
008490     MOVE 0 TO PH-HOURS
008500     MOVE WS-GROSS-PAY TO PH-GROSS
008510     MOVE WS-FICA-AMT TO PH-FICA
008520     MOVE WS-FED-WH-AMT TO PH-FEDWH
008530     MOVE 0 TO PH-STWH
008531     MOVE 0 TO PH-PAY-RATE
008540     MOVE WS-NET-PAY TO PH-NET
008550     MOVE WS-SUTA-STATE TO PH-UI-STATE
008560     MOVE WS-FUTA-WAGES TO PH-FUTA-WAGES
008570     MOVE WS-SUTA-WAGES TO PH-SUTA-WAGES
008580     MOVE WS-DED-APPLIED-CNT TO PH-DED-CNT
008590     PERFORM 2580-MOVE-ONE-HIST-DED THRU 2580-EXIT
008600         VARYING AIDX FROM 1 BY 1
008610         UNTIL AIDX > 10
008620     MOVE SI-EARN-CODE TO PH-EARN-CODE
008630     WRITE PAYHIST-REC.
008640 2570-EXIT.
008650     EXIT.
008660
008670 2580-MOVE-ONE-HIST-DED.
008680     IF AIDX > WS-DED-APPLIED-CNT
008690         MOVE SPACES TO PH-DED-CODE(AIDX)
008700         MOVE 0 TO PH-DED-AMT(AIDX)
008710     ELSE
008720         MOVE WS-A-CODE(AIDX) TO PH-DED-CODE(AIDX)
008730         MOVE WS-A-AMT(AIDX) TO PH-DED-AMT(AIDX)
008740     END-IF.
008750 2580-EXIT.
008760     EXIT.
008770
008780*----VERIFIED BANK DETAILS (OR BLANK PRENOTE STATUS, FOR DETAILS
008790*----THAT PREDATE THE CYCLE) GO TO DIRECT DEPOSIT - THE SAME RULE
008800*----DDEPEXT APPLIES. EVERYONE ELSE GETS A CHECK REQUEST.
008810 2600-ROUTE-PAYMENT.
008820     IF ER-BANK-ROUTING NOT = 0
008830         AND (ER-PRENOTE-VERIFIED OR ER-PRENOTE-STATUS = SPACE)
008840         MOVE ER-EMP-ID TO PD-EMP-ID
008850         MOVE ER-NAME TO PD-WHO
008860         MOVE WS-GROSS-PAY TO PD-GROSS
008870         MOVE WS-NET-PAY TO PD-NET
008880         MOVE WS-PAY-DATE TO PD-PERIOD-END
008890         MOVE 0 TO PD-HOL-HOURS
008900         WRITE SUPPPAY-REC FROM WS-PAYOUT-DETAIL
008910         ADD 1 TO WS-DEPOSIT-COUNT
008920         MOVE "DEPOSIT" TO DL-DISPOSITION
008930     ELSE
008940         MOVE ER-EMP-ID TO SQ-EMP-ID
008950         MOVE SI-EARN-CODE TO SQ-EARN-CODE
008960         MOVE WS-PAY-DATE TO SQ-PAY-DATE
008970         MOVE WS-NET-PAY TO SQ-AMOUNT
008980         WRITE SUPPCHK-REC
008990         ADD 1 TO WS-CHECK-COUNT
009000         MOVE "CHECK" TO DL-DISPOSITION
009010     END-IF.
009020 2600-EXIT.
009030     EXIT.
009040
009050 2800-REPORT-ONE.
009060     MOVE ER-EMP-ID TO DL-EMP-ID
009070     MOVE SI-EARN-CODE TO DL-EARN-CODE
009080     MOVE WS-GROSS-PAY TO DL-GROSS
009090     MOVE WS-FICA-AMT TO DL-FICA
009100     MOVE WS-FED-WH-AMT TO DL-FEDWH
009110     MOVE WS-NET-PAY TO DL-NET
009120     MOVE SPACES TO DL-REASON
009130     WRITE SUPP-RPT-REC FROM WS-DETAIL-LINE
009140     PERFORM 2850-REPORT-ONE-DED THRU 2850-EXIT
009150         VARYING AIDX FROM 1 BY 1
009160         UNTIL AIDX > WS-DED-APPLIED-CNT.
009170 2800-EXIT.
009180     EXIT.
009190
009200 2850-REPORT-ONE-DED.
009210     MOVE WS-A-CODE(AIDX) TO DD-LINE-CODE
009220     MOVE WS-A-AMT(AIDX) TO DD-LINE-AMT
009230     WRITE SUPP-RPT-REC FROM WS-DED-LINE.
009240 2850-EXIT.
009250     EXIT.
009260
009270 2900-REPORT-REJECT.
009280     ADD 1 TO WS-REJECT-COUNT
009290     MOVE 4 TO RETURN-CODE
009300     MOVE SPACES TO WS-DETAIL-LINE
009310     MOVE WS-REJECT-EMP-ID TO DL-EMP-ID
009320     MOVE SI-EARN-CODE TO DL-EARN-CODE
009330     IF SI-AMOUNT NUMERIC
009340         MOVE SI-AMOUNT TO DL-GROSS
009350     END-IF
009360     MOVE "REJECTED" TO DL-DISPOSITION
009370     MOVE WS-REJECT-REASON TO DL-REASON
009380     WRITE SUPP-RPT-REC FROM WS-DETAIL-LINE.
009390 2900-EXIT.
009400     EXIT.
009410
009420*----A CLEAN FINISH MARKS THE BATCH PAID AND CLEARS ITS JOURNAL.
009421*----SUPPIN IS EMPTIED WITH IT - CMSNCALC AND THE NEXT BATCH ADD
009422*----TO THE FILE, AND A PAID LINE LEFT THERE WOULD PAY AGAIN.
009430 3000-TERMINATE.
009440     IF RETURN-CODE = 12
009450         GO TO 3000-EXIT
009460     END-IF
009470     MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
009480     MOVE SPACES TO SUPPPAY-REC
009490     STRING "SUPPLEMENTAL TOTAL: " WS-TOTAL-EDIT
009500         DELIMITED BY SIZE INTO SUPPPAY-REC
009510     WRITE SUPPPAY-REC
009520     MOVE SPACES TO SUPP-RPT-REC
009530     MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT
009540     STRING "TOTAL GROSS " WS-TOTAL-EDIT
009550         DELIMITED BY SIZE INTO SUPP-RPT-REC
009560     WRITE SUPP-RPT-REC
009570     MOVE SPACES TO SUPP-RPT-REC
009580     MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
009590     STRING "TOTAL NET   " WS-TOTAL-EDIT
009600         DELIMITED BY SIZE INTO SUPP-RPT-REC
009610     WRITE SUPP-RPT-REC
009620     MOVE WS-PAY-DATE TO SC-PAY-DATE
009630     MOVE WS-FED-RATE TO SC-FED-RATE
009640     MOVE "P" TO SC-STATUS
009650     OPEN OUTPUT SUPPCTL-IO
009660     WRITE SUPPCTL-REC
009670     CLOSE SUPPCTL-IO
009680     PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
009690     DISPLAY "SUPPPAY: PAYMENTS READ - " WS-READ-COUNT
009700     DISPLAY "SUPPPAY: PAYMENTS MADE - " WS-PAID-COUNT
009710     DISPLAY "SUPPPAY: TO DIRECT DEPOSIT - " WS-DEPOSIT-COUNT
009720     DISPLAY "SUPPPAY: TO CHECK - " WS-CHECK-COUNT
009730     DISPLAY "SUPPPAY: PAYMENTS REJECTED - " WS-REJECT-COUNT
009740     MOVE WS-READ-COUNT TO WS-CTL-READ
009750     MOVE WS-PAID-COUNT TO WS-CTL-WRITTEN
009760     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
009770     MOVE WS-TOTAL-NET TO WS-CTL-AMOUNT
009780     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
009790         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
009800     IF WS-REJECT-COUNT > 0
009810         MOVE 4 TO RETURN-CODE
009820     END-IF
009830     CLOSE SUPP-IN
009831     OPEN OUTPUT SUPP-IN
009832     CLOSE SUPP-IN
009840     CLOSE EMPMAST
009850     CLOSE DEDMAST
009860     CLOSE YTDMAST
009870     CLOSE UNEMPWG
009880     CLOSE PAYHIST-IO
009890     CLOSE SUPPPAY-OUT
009900     CLOSE SUPPCHK-OUT
009910     CLOSE SUPP-RPT.
009920 3000-EXIT.
009930     EXIT.
009940
009950*----RESTART BACKOUT - EVERY JOURNAL RECORD FOR THIS PAY DATE AND
009960*----COMPANY COMES BACK OUT OF YTDMAST AND UNEMPWG, THEN THE
009970*----MATCHING PAY HISTORY ROWS ARE DROPPED AND THE JOURNAL
009980*----CLEARED, SO THE RERUN STARTS FROM WHERE THE BATCH BEGAN.
009990 5000-BACKOUT-CHECKPOINT.
010000     MOVE "N" TO WS-CKPT-EOF-SW
010010     MOVE 0 TO WS-BACKOUT-COUNT
010020     OPEN INPUT CKPT-IO
010030     IF WS-CKPT-STATUS NOT = "00"
010040         GO TO 5000-EXIT
010050     END-IF
010060     PERFORM 5100-BACKOUT-ONE THRU 5100-EXIT
010070         UNTIL NO-MORE-CKPT
010080     CLOSE CKPT-IO
010090     IF WS-BACKOUT-COUNT > 0
010100         DISPLAY "SUPPPAY: RESTART - PARTIAL POSTINGS BACKED "
010110             "OUT - " WS-BACKOUT-COUNT
010120         PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
010130         PERFORM 5300-PURGE-PAY-HISTORY THRU 5300-EXIT
010140     END-IF.
010150 5000-EXIT.
010160     EXIT.
010170
010180 5100-BACKOUT-ONE.
010190     READ CKPT-IO
010200         AT END MOVE "Y" TO WS-CKPT-EOF-SW
010210     END-READ
010220     IF NO-MORE-CKPT
010230         GO TO 5100-EXIT
010240     END-IF
010250*----ONLY THIS BATCH'S PAY DATE AND COMPANY BACK OUT - ANOTHER
010260*----COMPANY'S PENDING RECORDS ON THE SHARED JOURNAL STAY.
010270     IF CK-PAY-DATE NOT = WS-PAY-DATE
010280         OR CK-COMPANY NOT = WS-PAY-COMPANY
010290         GO TO 5100-EXIT
010300     END-IF
010310     PERFORM 5150-NOTE-CHECKPOINT-KEY THRU 5150-EXIT
010320     MOVE CK-SSN TO YT-SSNUM
010330     READ YTDMAST
010340         INVALID KEY
010350             DISPLAY "SUPPPAY: RESTART - NO YTD RECORD FOR "
010360                 CK-SSN
010370     END-READ
010380     IF WS-YTD-STATUS = "00"
010390         SUBTRACT CK-GROSS FROM YT-GROSS
010400         SUBTRACT CK-FICA FROM YT-FICA
010410         SUBTRACT CK-FEDWH FROM YT-FEDWH
010420         SUBTRACT CK-NET FROM YT-NET
010430         REWRITE YtdRec
010440             INVALID KEY
010450                 DISPLAY "SUPPPAY: RESTART - YTD BACKOUT "
010460                     "FAILED - " CK-SSN
010470         END-REWRITE
010480         ADD 1 TO WS-BACKOUT-COUNT
010490     END-IF
010500     IF CK-FUTA-POSTED = "Y"
010510         MOVE "US" TO WS-UI-LOOK-STATE
010520         MOVE CK-FUTA-WAGES TO WS-UI-POST-WAGES
010530         PERFORM 5200-BACKOUT-ONE-UNEMP-ROW THRU 5200-EXIT
010540     END-IF
010550     IF CK-UI-STATE NOT = SPACES
010560         MOVE CK-UI-STATE TO WS-UI-LOOK-STATE
010570         MOVE CK-SUTA-WAGES TO WS-UI-POST-WAGES
010580         PERFORM 5200-BACKOUT-ONE-UNEMP-ROW THRU 5200-EXIT
010590     END-IF.
010600 5100-EXIT.
010610     EXIT.
010620
010630*----EACH JOURNALED SSN AND EARNINGS CODE GOES IN THE TABLE ONCE
010640 5150-NOTE-CHECKPOINT-KEY.
010650     MOVE CK-SSN TO WS-CKPT-LOOK-SSN
010660     MOVE CK-EARN-CODE TO WS-CKPT-LOOK-CODE
010670     PERFORM 5160-FIND-CHECKPOINT-KEY THRU 5160-EXIT
010680     IF KEY-ON-CHECKPOINT
010690         GO TO 5150-EXIT
010700     END-IF
010710     IF WS-CKPT-KEY-COUNT >= 500
010720         DISPLAY "SUPPPAY: RESTART JOURNAL LARGER THAN THE KEY "
010730             "TABLE - RUN REFUSED"
010740         MOVE 12 TO RETURN-CODE
010750         GOBACK
010760     END-IF
010770     ADD 1 TO WS-CKPT-KEY-COUNT
010780     SET KIDX TO WS-CKPT-KEY-COUNT
010790     MOVE WS-CKPT-LOOK-KEY TO WS-CKPT-KEY-T(KIDX).
010800 5150-EXIT.
010810     EXIT.
010820
010830 5160-FIND-CHECKPOINT-KEY.
010840     MOVE "N" TO WS-CKPT-FOUND-SW
010850     IF WS-CKPT-KEY-COUNT > 0
010860         PERFORM 5170-MATCH-ONE-KEY THRU 5170-EXIT
010870             VARYING KIDX FROM 1 BY 1
010880             UNTIL KIDX > WS-CKPT-KEY-COUNT
010890                 OR KEY-ON-CHECKPOINT
010900     END-IF.
010910 5160-EXIT.
010920     EXIT.
010930
010940 5170-MATCH-ONE-KEY.
010950     IF WS-CKPT-KEY-T(KIDX) = WS-CKPT-LOOK-KEY
010960         MOVE "Y" TO WS-CKPT-FOUND-SW
010970     END-IF.
010980 5170-EXIT.
010990     EXIT.
011000
011010 5200-BACKOUT-ONE-UNEMP-ROW.
011020     MOVE CK-SSN TO UW-SSN
011030     MOVE WS-UI-LOOK-STATE TO UW-STATE
011040     READ UNEMPWG
011050         INVALID KEY
011060             DISPLAY "SUPPPAY: RESTART - NO UNEMPLOYMENT WAGE "
011070                 "RECORD FOR " CK-SSN " " WS-UI-LOOK-STATE
011080     END-READ
011090     IF WS-UNEMP-STATUS = "00"
011100         SUBTRACT CK-GROSS FROM UW-GROSS
011110         SUBTRACT WS-UI-POST-WAGES FROM UW-TAXABLE
011120         COMPUTE UW-EXCESS =
011130             UW-EXCESS - (CK-GROSS - WS-UI-POST-WAGES)
011140         REWRITE UnempWageRec
011150             INVALID KEY
011160                 DISPLAY "SUPPPAY: RESTART - UNEMPLOYMENT WAGE "
011170                     "BACKOUT FAILED - " CK-SSN
011180         END-REWRITE
011190     END-IF.
011200 5200-EXIT.
011210     EXIT.
011220
011230*----THE ABENDED RUN'S SUPPLEMENTAL ROWS COME OFF PAYHIST - THE
011240*----PAY DATE, A NON-BLANK EARNINGS CODE, AND A JOURNALED SSN AND
011250*----CODE TOGETHER, SO REGULAR PAY ROWS SHARING THE DATE STAY.
011260 5300-PURGE-PAY-HISTORY.
011270     MOVE "N" TO WS-HPURGE-EOF-SW
011280     MOVE 0 TO WS-PURGED-COUNT
011290     OPEN INPUT PAYHIST-IO
011300     IF WS-HIST-STATUS NOT = "00"
011310         GO TO 5300-EXIT
011320     END-IF
011330     OPEN OUTPUT HISTWK-IO
011340     PERFORM 5350-PURGE-ONE-HIST THRU 5350-EXIT
011350         UNTIL NO-MORE-PURGE
011360     CLOSE PAYHIST-IO
011370     CLOSE HISTWK-IO
011380     MOVE "N" TO WS-HPURGE-EOF-SW
011390     OPEN INPUT HISTWK-IO
011400     OPEN OUTPUT PAYHIST-IO
011410     PERFORM 5380-COPY-ONE-HIST THRU 5380-EXIT
011420         UNTIL NO-MORE-PURGE
011430     CLOSE HISTWK-IO
011440     CLOSE PAYHIST-IO
011450     DISPLAY "SUPPPAY: RESTART - PAY HISTORY ROWS DROPPED - "
011460         WS-PURGED-COUNT.
011470 5300-EXIT.
011480     EXIT.
011490
011500 5350-PURGE-ONE-HIST.
011510     READ PAYHIST-IO
011520         AT END MOVE "Y" TO WS-HPURGE-EOF-SW
011530     END-READ
011540     IF NO-MORE-PURGE
011550         GO TO 5350-EXIT
011560     END-IF
011570     MOVE PH-SSN TO WS-CKPT-LOOK-SSN
011580     MOVE PH-EARN-CODE TO WS-CKPT-LOOK-CODE
011590     PERFORM 5160-FIND-CHECKPOINT-KEY THRU 5160-EXIT
011600     IF PH-PERIOD-END = WS-PAY-DATE
011610         AND PH-EARN-CODE NOT = SPACES
011620         AND KEY-ON-CHECKPOINT
011630         ADD 1 TO WS-PURGED-COUNT
011640     ELSE
011650         MOVE PAYHIST-REC TO HISTWK-REC
011660         WRITE HISTWK-REC
011670     END-IF.
011680 5350-EXIT.
011690     EXIT.
011700
011710 5380-COPY-ONE-HIST.
011720     READ HISTWK-IO
011730         AT END MOVE "Y" TO WS-HPURGE-EOF-SW
011740     END-READ
011750     IF NOT NO-MORE-PURGE
011760         MOVE HISTWK-REC TO PAYHIST-REC
011770         WRITE PAYHIST-REC
011780     END-IF.
011790 5380-EXIT.
011800     EXIT.
011810
011820*----ONLY THIS BATCH'S PAY DATE AND COMPANY LEAVE THE JOURNAL -
011830*----ANOTHER COMPANY'S ABENDED RECORDS STAY PENDING FOR ITS OWN
011840*----RERUN TO BACK OUT.
011850 5500-CLEAR-CHECKPOINT.
011860     MOVE "N" TO WS-CKPT-EOF-SW
011870     OPEN INPUT CKPT-IO
011880     IF WS-CKPT-STATUS NOT = "00"
011890         GO TO 5500-EXIT
011900     END-IF
011910     OPEN OUTPUT CKPTWK-IO
011920     PERFORM 5550-KEEP-ONE-CKPT THRU 5550-EXIT
011930         UNTIL NO-MORE-CKPT
011940     CLOSE CKPT-IO
011950     CLOSE CKPTWK-IO
011960     MOVE "N" TO WS-CKPT-EOF-SW
011970     OPEN INPUT CKPTWK-IO
011980     OPEN OUTPUT CKPT-IO
011990     PERFORM 5580-COPY-ONE-CKPT THRU 5580-EXIT
012000         UNTIL NO-MORE-CKPT
012010     CLOSE CKPTWK-IO
012020     CLOSE CKPT-IO.
012030 5500-EXIT.
012040     EXIT.
012050
012060 5550-KEEP-ONE-CKPT.
012070     READ CKPT-IO
012080         AT END MOVE "Y" TO WS-CKPT-EOF-SW
012090     END-READ
012100     IF NOT NO-MORE-CKPT
012110         IF CK-PAY-DATE = WS-PAY-DATE
012120             AND CK-COMPANY = WS-PAY-COMPANY
012130             CONTINUE
012140         ELSE
012150             MOVE CKPT-REC TO CKPTWK-REC
012160             WRITE CKPTWK-REC
012170         END-IF
012180     END-IF.
012190 5550-EXIT.
012200     EXIT.
012210
012220 5580-COPY-ONE-CKPT.
012230     READ CKPTWK-IO
012240         AT END MOVE "Y" TO WS-CKPT-EOF-SW
012250     END-READ
012260     IF NOT NO-MORE-CKPT
012270         MOVE CKPTWK-REC TO CKPT-REC
012280         WRITE CKPT-REC
012290     END-IF.
012300 5580-EXIT.
012310     EXIT.
