000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FINALPAY.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - FINAL PAY RUN FOR TERMINATING
000100*                   EMPLOYEES. EACH FINALTRN TERMINATION NAMES
000110*                   AN SSN, THE TERMINATION DATE, AND THE LAST
000120*                   HOURS WORKED. AN HOURLY EMPLOYEE IS PAID THE
000130*                   HOURS AT THE MASTER RATE (TIME AND A HALF
000140*                   OVER 40) - A SALARIED EMPLOYEE'S LAST SALARY
000150*                   STILL COMES FROM THE PAYROLL RUN'S SALARY
000160*                   PASS, PRORATED TO THE TERM DATE. THE UNUSED
000170*                   VACATION ON LEAVBAL IS CASHED OUT AT THE
000180*                   MASTER RATE AND ZEROED. THE CHECK IS TAXED AS
000190*                   OFF-CYCLE PAY THE WAY SUPPPAY TAXES IT (FLAT
000200*                   FEDERAL RATE FROM THE FINALCTL CARD, FICA
000210*                   UNDER THE WAGE CAP), TAKES THE EMPLOYEE'S
000220*                   ACTIVE DEDUCTIONS, AND POSTS YTD, UNEMPWG,
000230*                   AND PAYHIST UNDER EARNINGS CODE FNL. EVERY
000240*                   ACTIVE DEDMAST DEDUCTION IS THEN STOPPED AS
000250*                   OF THE TERM DATE AND EMPMAST IS SET TO T WITH
000260*                   ER-TERM-DATE, BOTH THROUGH JRNLWRIT. THE
000270*                   CHECK REQUEST GOES TO FINALCHK FLAGGED FOR
000280*                   IMMEDIATE ISSUE BY CHECKWRT. AN ABENDED RUN
000290*                   IS BACKED OUT FROM THE FINCKPT JOURNAL THE
000300*                   WAY SUPPPAY BACKS OUT SUPPCKPT.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FINALCTL-IN ASSIGN TO FINALCTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FCTL-STATUS.
000380     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PAYCO-STATUS.
000410     SELECT FINALTRN-IN ASSIGN TO FINALTRN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TRAN-STATUS.
000440     SELECT EMPMAST     ASSIGN TO EMPMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ER-SSnum
000480         FILE STATUS IS WS-EMP-STATUS.
000490     SELECT DEDMAST     ASSIGN TO DEDMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DD-KEY
000530         FILE STATUS IS WS-DED-STATUS.
000540     SELECT YTDMAST     ASSIGN TO YTDMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS YT-SSNUM
000580         FILE STATUS IS WS-YTD-STATUS.
000590     SELECT UNEMPTAB-IN ASSIGN TO UNEMPTAB
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-UI-TAB-STATUS.
000620     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS UW-KEY
000660         FILE STATUS IS WS-UNEMP-STATUS.
000670     SELECT LEAVBAL-IO  ASSIGN TO LEAVBAL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LEAV-STATUS.
000700     SELECT PAYHIST-IO  ASSIGN TO PAYHIST
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HIST-STATUS.
000730     SELECT HISTWK-IO   ASSIGN TO FINHSWK
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-HISTWK-STATUS.
000760     SELECT FINALCHK-IO ASSIGN TO FINALCHK
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FCHK-STATUS.
000790     SELECT FCHKWK-IO   ASSIGN TO FINCHWK
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FCHKWK-STATUS.
000820     SELECT CKPT-IO     ASSIGN TO FINCKPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CKPT-STATUS.
000850     SELECT CKPTWK-IO   ASSIGN TO FINCKWK
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CKPTWK-STATUS.
000880     SELECT FINAL-RPT   ASSIGN TO FINALRPT
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----CONTROL CARD - THE FLAT FEDERAL RATE WITHHELD FROM A FINAL
000940*----CHECK, THE SAME OFF-CYCLE TREATMENT SUPPPAY GIVES A BONUS.
000950 FD  FINALCTL-IN.
000960 01  FINALCTL-REC.
000970     05  FC-FED-RATE      PIC 9V9999.
000980
000990*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
001000*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
001010 FD  PAYCOCTL-IN.
001020 01  PAYCOCTL-REC         PIC X(2).
001030
001040*----ONE TERMINATION PER EMPLOYEE. THE HOURS ARE EVERYTHING
001050*----WORKED AND NOT YET PAID - THE PAYROLL RUN REFUSES CARDS FOR
001060*----A TERMINATED EMPLOYEE, SO NOTHING ELSE WILL PAY THEM.
001070 FD  FINALTRN-IN.
001080 01  FINALTRN-REC.
001090     05  FT-SSN           PIC 9(9).
001100     05  FT-TERM-DATE     PIC 9(8).
001110     05  FT-HOURS         PIC 9(3).
001120
001130 FD  EMPMAST.
001140     COPY "EMPLOYEE.cpy".
001150
001160 FD  DEDMAST.
001170     COPY "DEDMAST.cpy".
001180
001190 FD  YTDMAST.
001200     COPY "YTDREC.cpy".
001210
001220 FD  UNEMPTAB-IN.
001230 01  UNEMPTAB-REC.
001240     05  UT-STATE         PIC X(2).
001250     05  UT-COMPANY       PIC X(2).
001260     05  UT-WAGE-BASE     PIC 9(6)V99.
001270     05  UT-RATE          PIC 9V9999.
001280
001290 FD  UNEMPWG.
001300     COPY "UNEMPWG.cpy".
001310
001320*----LEAVE BALANCES BY SSN, THE FILE THE PAYROLL RUN MAINTAINS
001330 FD  LEAVBAL-IO.
001340 01  LEAVBAL-REC.
001350     05  LB-SSN           PIC 9(9).
001360     05  LB-VAC-BAL       PIC 9(3)V99.
001370     05  LB-SICK-BAL      PIC 9(3)V99.
001380
001390 FD  PAYHIST-IO.
001400     COPY "PAYHIST.cpy".
001410
001420*----WORK FILE FOR THE RESTART PURGE OF THE ABENDED RUN'S PAY
001430*----HISTORY APPENDS
001440 FD  HISTWK-IO.
001450 01  HISTWK-REC           PIC X(203).
001460
001470*----IMMEDIATE-ISSUE CHECK REQUESTS FOR THE CHECKWRT FINAL PAY
001480*----PASS - THE AMOUNT IS THE NET ALREADY FIGURED HERE.
001490 FD  FINALCHK-IO.
001500 01  FINALCHK-REC.
001510     05  FQ-EMP-ID        PIC X(5).
001520     05  FQ-EARN-CODE     PIC X(3).
001530     05  FQ-PAY-DATE      PIC 9(8).
001540     05  FQ-AMOUNT        PIC 9(5)V99.
001550     05  FQ-ISSUE-FLAG    PIC X(1).
001560         88  FQ-ISSUE-IMMEDIATE VALUE "I".
001570
001580*----WORK FILE FOR THE RESTART PURGE OF THE CHECK REQUESTS
001590 FD  FCHKWK-IO.
001600 01  FCHKWK-REC           PIC X(24).
001610
001620*----RESTART JOURNAL - ONE RECORD PER FINAL PAYMENT WHOSE YTD
001630*----UPDATE COMMITTED, CARRYING THE AMOUNTS POSTED AND THE
001640*----EMPLOYEE'S STATUS BEFORE THE TERMINATION
001650 FD  CKPT-IO.
001660 01  CKPT-REC.
001670     05  CK-TERM-DATE     PIC 9(8).
001680     05  CK-SSN           PIC 9(9).
001690     05  CK-EMP-ID        PIC X(5).
001700     05  CK-GROSS         PIC 9(5)V99.
001710     05  CK-FICA          PIC 9(5)V99.
001720     05  CK-FEDWH         PIC 9(5)V99.
001730     05  CK-NET           PIC 9(5)V99.
001740     05  CK-COMPANY       PIC X(2).
001750     05  CK-FUTA-POSTED   PIC X(1).
001760     05  CK-UI-STATE      PIC X(2).
001770     05  CK-FUTA-WAGES    PIC 9(5)V99.
001780     05  CK-SUTA-WAGES    PIC 9(5)V99.
001790     05  CK-OLD-STATUS    PIC X(1).
001800     05  CK-OLD-TERM-DATE PIC 9(8).
001810
001820*----WORK FILE FOR THE SELECTIVE CHECKPOINT CLEAR
001830 FD  CKPTWK-IO.
001840 01  CKPTWK-REC           PIC X(78).
001850
001860 FD  FINAL-RPT.
001870 01  FINAL-RPT-REC        PIC X(100).
001880
001890 WORKING-STORAGE SECTION.
001900 01  WS-FCTL-STATUS       PIC X(2) VALUE SPACES.
001910 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001920 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001930     88  NO-COMPANY-CARD      VALUE "Y".
001940 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001950 01  WS-TRAN-STATUS       PIC X(2) VALUE SPACES.
001960 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001970 01  WS-DED-STATUS        PIC X(2) VALUE SPACES.
001980 01  WS-YTD-STATUS        PIC X(2) VALUE SPACES.
001990 01  WS-UI-TAB-STATUS     PIC X(2) VALUE SPACES.
002000 01  WS-UNEMP-STATUS      PIC X(2) VALUE SPACES.
002010 01  WS-LEAV-STATUS       PIC X(2) VALUE SPACES.
002020 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
002030 01  WS-HISTWK-STATUS     PIC X(2) VALUE SPACES.
002040 01  WS-FCHK-STATUS       PIC X(2) VALUE SPACES.
002050 01  WS-FCHKWK-STATUS     PIC X(2) VALUE SPACES.
002060 01  WS-CKPT-STATUS       PIC X(2) VALUE SPACES.
002070 01  WS-CKPTWK-STATUS     PIC X(2) VALUE SPACES.
002080 01  WS-TRAN-EOF-SW       PIC X(1) VALUE "N".
002090     88  NO-MORE-TRANS        VALUE "Y".
002100 01  WS-FCTL-EOF-SW       PIC X(1) VALUE "N".
002110     88  NO-CONTROL-CARD      VALUE "Y".
002120 01  WS-FED-RATE          PIC 9V9999 VALUE 0.
002130 01  WS-PAY-YEAR          PIC 9(4) VALUE 0.
002140 01  WS-READ-COUNT        PIC 9(5) COMP VALUE 0.
002150 01  WS-TERM-COUNT        PIC 9(5) COMP VALUE 0.
002160 01  WS-PAID-COUNT        PIC 9(5) COMP VALUE 0.
002170 01  WS-STOPPED-COUNT     PIC 9(5) COMP VALUE 0.
002180 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
002190 01  WS-TOTAL-GROSS       PIC 9(7)V99 VALUE 0.
002200 01  WS-TOTAL-NET         PIC 9(7)V99 VALUE 0.
002210 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
002220 01  WS-REJECT-EMP-ID     PIC X(5) VALUE SPACES.
002230 01  WS-EARN-CODE         PIC X(3) VALUE "FNL".
002240*----2026 SOCIAL SECURITY ANNUAL WAGE CAP - SAME CONSTANT THE
002250*----PAYROLL RUN CARRIES
002260 01  WS-FICA-WAGE-CAP     PIC 9(6)V99 VALUE 176100.
002270 01  WS-FICA-TAXABLE      PIC S9(6)V99 VALUE 0.
002280 01  WS-REG-HOURS         PIC 9(3) VALUE 0.
002290 01  WS-OT-HOURS          PIC 9(3) VALUE 0.
002300 01  WS-PAID-HOURS        PIC 9(3) VALUE 0.
002310 01  WS-WAGES-AMT         PIC 9(5)V99 VALUE 0.
002320 01  WS-VAC-HOURS         PIC 9(3)V99 VALUE 0.
002330 01  WS-VAC-AMT           PIC 9(5)V99 VALUE 0.
002340 01  WS-GROSS-PAY         PIC 9(5)V99 VALUE 0.
002350 01  WS-FICA-AMT          PIC 9(5)V99 VALUE 0.
002360 01  WS-FED-WH-AMT        PIC 9(5)V99 VALUE 0.
002370 01  WS-NET-PAY           PIC S9(5)V99 VALUE 0.
002380 01  WS-YTD-ON-FILE-SW    PIC X(1) VALUE "N".
002390     88  YTD-REC-ON-FILE      VALUE "Y".
002400*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
002410 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "FINALPAY".
002420 01  WS-JRNL-ACTION       PIC X(1) VALUE SPACE.
002430 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
002440 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
002450*----SHOP IN-USE CONTROL - SEE FILELOCK
002460 01  WS-LOCK-FILE         PIC X(8) VALUE SPACES.
002470 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
002480 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
002490 01  WS-EMP-LOCK-SW       PIC X(1) VALUE "N".
002500     88  EMPMAST-LOCKED       VALUE "Y".
002510 01  WS-DED-LOCK-SW       PIC X(1) VALUE "N".
002520     88  DEDMAST-LOCKED       VALUE "Y".
002530 01  WS-OLD-STATUS        PIC X(1) VALUE SPACE.
002540 01  WS-OLD-TERM-DATE     PIC 9(8) VALUE 0.
002550*----THE EMPLOYEE'S ACTIVE DEDUCTIONS AS OF THE TERM DATE,
002560*----GATHERED FROM DEDMAST FOR THE ONE EMPLOYEE BEING PAID
002570 01  WS-DED-OPEN-SW       PIC X(1) VALUE "N".
002580     88  DEDMAST-OPEN         VALUE "Y".
002590 01  WS-DED-EOF-SW        PIC X(1) VALUE "N".
002600     88  NO-MORE-DEDUCTIONS   VALUE "Y".
002610 01  WS-DED-COUNT         PIC 9(2) COMP VALUE 0.
002620 01  WS-DED-PRIO          PIC 9(3) VALUE 0.
002630 01  WS-DED-AMT           PIC 9(5)V99 VALUE 0.
002640 01  WS-DED-APPLIED-CNT   PIC 9(2) COMP VALUE 0.
002650 01  WS-DED-TABLE.
002660     05  WS-DED-ENTRY     OCCURS 10 TIMES INDEXED BY DIDX.
002670         10  WS-D-CODE    PIC X(3).
002680         10  WS-D-METHOD  PIC X(1).
002690         10  WS-D-RATE    PIC 9(3)V99.
002700         10  WS-D-PRIO    PIC 9(2).
002710 01  WS-DED-APPLIED.
002720     05  WS-DED-APPLIED-ENTRY OCCURS 10 TIMES INDEXED BY AIDX.
002730         10  WS-A-CODE    PIC X(3).
002740         10  WS-A-AMT     PIC 9(5)V99.
002750*----LEAVE BALANCE TABLE - THE WHOLE FILE IS HELD AND WRITTEN
002760*----BACK WITH THE CASHED-OUT VACATION ZEROED. A FILE THE TABLE
002770*----CANNOT HOLD REFUSES THE RUN, SINCE THE REWRITE WOULD DROP
002780*----THE UNREAD ROWS.
002790 01  WS-LEAV-EOF-SW       PIC X(1) VALUE "N".
002800     88  NO-MORE-LEAVE        VALUE "Y".
002810 01  WS-LEAV-LOADED-SW    PIC X(1) VALUE "N".
002820     88  LEAVE-LOADED         VALUE "Y".
002830 01  WS-LEAV-CHANGED-SW   PIC X(1) VALUE "N".
002840     88  LEAVE-CHANGED        VALUE "Y".
002850 01  WS-LV-COUNT          PIC 9(3) COMP VALUE 0.
002860 01  WS-LV-HOLD-IX        PIC 9(3) COMP VALUE 0.
002870 01  WS-LEAVE-TABLE.
002880     05  WS-LEAVE-ENTRY   OCCURS 500 TIMES INDEXED BY LVIDX.
002890         10  WS-LV-SSN-T  PIC 9(9).
002900         10  WS-LV-VAC-T  PIC 9(3)V99.
002910         10  WS-LV-SICK-T PIC 9(3)V99.
002920*----UNEMPLOYMENT BASES AND RATES, FEDERAL ROW AND STATE ROWS
002930*----TOGETHER, SAME TABLE THE PAYROLL RUN LOADS
002940 01  WS-UI-TAB-EOF-SW     PIC X(1) VALUE "N".
002950     88  NO-MORE-UI-RATES     VALUE "Y".
002960 01  WS-UI-RATE-COUNT     PIC 9(2) COMP VALUE 0.
002970 01  WS-UI-HOLD-IX        PIC 9(2) COMP VALUE 0.
002980 01  WS-UI-LOOK-STATE     PIC X(2) VALUE SPACES.
002990 01  WS-UI-ROOM           PIC S9(7)V99 VALUE 0.
003000 01  WS-UI-POST-WAGES     PIC 9(5)V99 VALUE 0.
003010 01  WS-UW-ON-FILE-SW     PIC X(1) VALUE "N".
003020     88  UW-REC-ON-FILE       VALUE "Y".
003030 01  WS-FUTA-WAGES        PIC 9(5)V99 VALUE 0.
003040 01  WS-SUTA-WAGES        PIC 9(5)V99 VALUE 0.
003050 01  WS-FUTA-POSTED-SW    PIC X(1) VALUE SPACE.
003060     88  FUTA-POSTED          VALUE "Y".
003070 01  WS-SUTA-STATE        PIC X(2) VALUE SPACES.
003080 01  WS-UI-RATE-TABLE.
003090     05  WS-UI-RATE-ENTRY OCCURS 60 TIMES INDEXED BY UIIDX.
003100         10  WS-UI-STATE-T   PIC X(2).
003110         10  WS-UI-COMPANY-T PIC X(2).
003120         10  WS-UI-BASE-T    PIC 9(6)V99.
003130         10  WS-UI-RATE-T    PIC 9V9999.
003140*----RESTART STATE - THE SSN, PAYROLL ID, AND TERM DATE OF EVERY
003150*----FINAL PAYMENT THE ABENDED RUN JOURNALED, SO THE PURGES DROP
003160*----ONLY THAT RUN'S PAY HISTORY ROWS AND CHECK REQUESTS
003170 01  WS-CKPT-EOF-SW       PIC X(1) VALUE "N".
003180     88  NO-MORE-CKPT         VALUE "Y".
003190 01  WS-PURGE-EOF-SW      PIC X(1) VALUE "N".
003200     88  NO-MORE-PURGE        VALUE "Y".
003210 01  WS-BACKOUT-COUNT     PIC 9(5) COMP VALUE 0.
003220 01  WS-PURGED-COUNT      PIC 9(5) COMP VALUE 0.
003230 01  WS-CKPT-KEY-COUNT    PIC 9(3) COMP VALUE 0.
003240 01  WS-CKPT-FOUND-SW     PIC X(1) VALUE "N".
003250     88  KEY-ON-CHECKPOINT    VALUE "Y".
003260 01  WS-LOOK-SSN          PIC 9(9) VALUE 0.
003270 01  WS-LOOK-EMP-ID       PIC X(5) VALUE SPACES.
003280 01  WS-LOOK-DATE         PIC 9(8) VALUE 0.
003290 01  WS-CKPT-KEY-TABLE.
003300     05  WS-CKPT-KEY-ENTRY OCCURS 500 TIMES INDEXED BY KIDX.
003310         10  WS-K-SSN     PIC 9(9).
003320         10  WS-K-EMP-ID  PIC X(5).
003330         10  WS-K-DATE    PIC 9(8).
003340 01  WS-TOTAL-EDIT        PIC ZZZZZZ9.99.
003350 01  WS-DETAIL-LINE.
003360     05  DL-EMP-ID        PIC X(5).
003370     05  FILLER           PIC X(1) VALUE SPACE.
003380     05  DL-TERM-DATE     PIC 9(8).
003390     05  FILLER           PIC X(5) VALUE " HRS ".
003400     05  DL-HOURS         PIC ZZ9.
003410     05  FILLER           PIC X(5) VALUE " VAC ".
003420     05  DL-VAC-HOURS     PIC ZZ9.99.
003430     05  FILLER           PIC X(7) VALUE " GROSS ".
003440     05  DL-GROSS         PIC ZZZZ9.99.
003450     05  FILLER           PIC X(5) VALUE " NET ".
003460     05  DL-NET           PIC ZZZZ9.99.
003470     05  FILLER           PIC X(1) VALUE SPACE.
003480     05  DL-DISPOSITION   PIC X(8).
003490     05  FILLER           PIC X(1) VALUE SPACE.
003500     05  DL-REASON        PIC X(30).
003510 01  WS-DED-LINE.
003520     05  FILLER           PIC X(10) VALUE SPACES.
003530     05  FILLER           PIC X(4) VALUE "DED ".
003540     05  DD-LINE-CODE     PIC X(3).
003550     05  FILLER           PIC X(2) VALUE SPACES.
003560     05  DD-LINE-AMT      PIC ZZZZ9.99.
003570*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
003580 01  WS-CTL-PROGRAM       PIC X(10) VALUE "FINALPAY".
003590 01  WS-CTL-READ          PIC 9(7) VALUE 0.
003600 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
003610 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
003620 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
003630
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003670     PERFORM 2000-FINAL-ONE THRU 2000-EXIT
003680         UNTIL NO-MORE-TRANS
003690     PERFORM 3000-TERMINATE THRU 3000-EXIT
003700     GOBACK.
003710
003720 1000-INITIALIZE.
003730     PERFORM 1100-GET-COMPANY THRU 1100-EXIT
003740     PERFORM 1200-GET-CONTROL-CARD THRU 1200-EXIT
003750     IF RETURN-CODE = 12
003760         MOVE "Y" TO WS-TRAN-EOF-SW
003770         GO TO 1000-EXIT
003780     END-IF
003790*----RESERVE EMPMAST AND DEDMAST IN THE SHOP IN-USE CONTROL
003800*----BEFORE ANY UPDATE - BAIL CLEANLY IF ANOTHER PROGRAM HOLDS
003810*----EITHER ONE.
003820     MOVE "EMPMAST" TO WS-LOCK-FILE
003830     MOVE "R" TO WS-LOCK-ACTION
003840     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003850         WS-LOCK-ACTION, WS-LOCK-RESULT
003860     IF WS-LOCK-RESULT = "B"
003870         DISPLAY "FINALPAY: EMPMAST IS IN USE BY ANOTHER "
003880             "PROGRAM - TRY AGAIN LATER"
003890         MOVE 12 TO RETURN-CODE
003900         MOVE "Y" TO WS-TRAN-EOF-SW
003910         GO TO 1000-EXIT
003920     END-IF
003930     MOVE "Y" TO WS-EMP-LOCK-SW
003940     MOVE "DEDMAST" TO WS-LOCK-FILE
003950     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003960         WS-LOCK-ACTION, WS-LOCK-RESULT
003970     IF WS-LOCK-RESULT = "B"
003980         DISPLAY "FINALPAY: DEDMAST IS IN USE BY ANOTHER "
003990             "PROGRAM - TRY AGAIN LATER"
004000         MOVE 12 TO RETURN-CODE
004010         MOVE "Y" TO WS-TRAN-EOF-SW
004020         GO TO 1000-EXIT
004030     END-IF
004040     MOVE "Y" TO WS-DED-LOCK-SW
004050     PERFORM 1500-LOAD-LEAVE-TABLE THRU 1500-EXIT
004060     IF RETURN-CODE = 12
004070         MOVE "Y" TO WS-TRAN-EOF-SW
004080         GO TO 1000-EXIT
004090     END-IF
004100     OPEN INPUT FINALTRN-IN
004110     IF WS-TRAN-STATUS NOT = "00"
004120         DISPLAY "FINALPAY: NO TERMINATION TRANSACTIONS - "
004130             "STATUS " WS-TRAN-STATUS
004140         MOVE 12 TO RETURN-CODE
004150         MOVE "Y" TO WS-TRAN-EOF-SW
004160         GO TO 1000-EXIT
004170     END-IF
004180     OPEN I-O EMPMAST
004190     IF WS-EMP-STATUS NOT = "00"
004200         DISPLAY "FINALPAY: UNABLE TO OPEN EMPMAST - STATUS "
004210             WS-EMP-STATUS
004220         CLOSE FINALTRN-IN
004230         MOVE 12 TO RETURN-CODE
004240         MOVE "Y" TO WS-TRAN-EOF-SW
004250         GO TO 1000-EXIT
004260     END-IF
004270     OPEN I-O DEDMAST
004280     IF WS-DED-STATUS = "00"
004290         MOVE "Y" TO WS-DED-OPEN-SW
004300     ELSE
004310         DISPLAY "FINALPAY: NO DEDUCTION MASTER - TAXES ONLY"
004320     END-IF
004330     PERFORM 1300-LOAD-UNEMP-TABLE THRU 1300-EXIT
004340     PERFORM 1400-OPEN-YTD-MASTER THRU 1400-EXIT
004350     PERFORM 1450-OPEN-UNEMP-MASTER THRU 1450-EXIT
004360*----AN ABENDED RUN LEAVES ITS COMMITTED POSTINGS ON THE FINCKPT
004370*----JOURNAL - BACK THEM OUT, AND PUT THE EMPLOYEES BACK THE WAY
004380*----THEY WERE, BEFORE PAYHIST AND FINALCHK ARE OPENED FOR
004390*----EXTEND, SINCE THE BACKOUT ALSO DROPS THE ABENDED RUN'S ROWS.
004400     PERFORM 5000-BACKOUT-CHECKPOINT THRU 5000-EXIT
004410     OPEN EXTEND PAYHIST-IO
004420     IF WS-HIST-STATUS = "35"
004430         OPEN OUTPUT PAYHIST-IO
004440     END-IF
004450     OPEN EXTEND FINALCHK-IO
004460     IF WS-FCHK-STATUS = "35"
004470         OPEN OUTPUT FINALCHK-IO
004480     END-IF
004490     OPEN OUTPUT FINAL-RPT
004500     PERFORM 1900-READ-TRAN THRU 1900-EXIT.
004510 1000-EXIT.
004520     EXIT.
004530
004540 1100-GET-COMPANY.
004550     OPEN INPUT PAYCOCTL-IN
004560     IF WS-PAYCO-STATUS NOT = "00"
004570         GO TO 1100-EXIT
004580     END-IF
004590     READ PAYCOCTL-IN
004600         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
004610     END-READ
004620     IF NOT NO-COMPANY-CARD
004630         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
004640     END-IF
004650     CLOSE PAYCOCTL-IN.
004660 1100-EXIT.
004670     EXIT.
004680
004690 1200-GET-CONTROL-CARD.
004700     OPEN INPUT FINALCTL-IN
004710     IF WS-FCTL-STATUS NOT = "00"
004720         DISPLAY "FINALPAY: NO FINALCTL CONTROL CARD - RUN "
004730             "REFUSED"
004740         MOVE 12 TO RETURN-CODE
004750         GO TO 1200-EXIT
004760     END-IF
004770     READ FINALCTL-IN
004780         AT END MOVE "Y" TO WS-FCTL-EOF-SW
004790     END-READ
004800     CLOSE FINALCTL-IN
004810     IF NO-CONTROL-CARD
004820         OR FC-FED-RATE NOT NUMERIC OR FC-FED-RATE = 0
004830         DISPLAY "FINALPAY: FINALCTL FEDERAL RATE MISSING - "
004840             "RUN REFUSED"
004850         MOVE 12 TO RETURN-CODE
004860         GO TO 1200-EXIT
004870     END-IF
004880     MOVE FC-FED-RATE TO WS-FED-RATE.
004890 1200-EXIT.
004900     EXIT.
004910
004920 1300-LOAD-UNEMP-TABLE.
004930     OPEN INPUT UNEMPTAB-IN
004940     IF WS-UI-TAB-STATUS NOT = "00"
004950         DISPLAY "FINALPAY: NO UNEMPLOYMENT RATE TABLE - FUTA "
004960             "AND SUTA WAGES NOT TRACKED THIS RUN"
004970         GO TO 1300-EXIT
004980     END-IF
004990     PERFORM 1350-LOAD-ONE-UNEMP-RATE THRU 1350-EXIT
005000         UNTIL NO-MORE-UI-RATES OR WS-UI-RATE-COUNT >= 60
005010     CLOSE UNEMPTAB-IN.
005020 1300-EXIT.
005030     EXIT.
005040
005050 1350-LOAD-ONE-UNEMP-RATE.
005060     READ UNEMPTAB-IN
005070         AT END MOVE "Y" TO WS-UI-TAB-EOF-SW
005080     END-READ
005090     IF NOT NO-MORE-UI-RATES
005100         ADD 1 TO WS-UI-RATE-COUNT
005110         SET UIIDX TO WS-UI-RATE-COUNT
005120         MOVE UT-STATE TO WS-UI-STATE-T(UIIDX)
005130         MOVE UT-COMPANY TO WS-UI-COMPANY-T(UIIDX)
005140         MOVE UT-WAGE-BASE TO WS-UI-BASE-T(UIIDX)
005150         MOVE UT-RATE TO WS-UI-RATE-T(UIIDX)
005160     END-IF.
005170 1350-EXIT.
005180     EXIT.
005190
005200*----THE YTD AND UNEMPLOYMENT WAGE MASTERS ARE DERIVED RUNNING
005210*----TOTALS, SO FIRST USE MAY CREATE THEM EMPTY.
005220 1400-OPEN-YTD-MASTER.
005230     OPEN I-O YTDMAST
005240     IF WS-YTD-STATUS = "35"
005250         CLOSE YTDMAST
005260         OPEN OUTPUT YTDMAST
005270         CLOSE YTDMAST
005280         OPEN I-O YTDMAST
005290     END-IF.
005300 1400-EXIT.
005310     EXIT.
005320
005330 1450-OPEN-UNEMP-MASTER.
005340     OPEN I-O UNEMPWG
005350     IF WS-UNEMP-STATUS = "35"
005360         CLOSE UNEMPWG
005370         OPEN OUTPUT UNEMPWG
005380         CLOSE UNEMPWG
005390         OPEN I-O UNEMPWG
005400     END-IF.
005410 1450-EXIT.
005420     EXIT.
005430
005440*----NO LEAVE FILE MEANS NO VACATION TO CASH OUT. ONE MORE READ
005450*----WHEN THE TABLE FILLS TELLS A FULL FILE FROM AN OVERFULL ONE.
005460 1500-LOAD-LEAVE-TABLE.
005470     OPEN INPUT LEAVBAL-IO
005480     IF WS-LEAV-STATUS NOT = "00"
005490         DISPLAY "FINALPAY: NO LEAVE BALANCE FILE - NO "
005500             "VACATION PAYOUT THIS RUN"
005510         GO TO 1500-EXIT
005520     END-IF
005530     PERFORM 1550-LOAD-ONE-LEAVE THRU 1550-EXIT
005540         UNTIL NO-MORE-LEAVE OR WS-LV-COUNT >= 500
005550     IF NOT NO-MORE-LEAVE
005560         READ LEAVBAL-IO
005570             AT END MOVE "Y" TO WS-LEAV-EOF-SW
005580         END-READ
005590     END-IF
005600     CLOSE LEAVBAL-IO
005610     IF NOT NO-MORE-LEAVE
005620         DISPLAY "FINALPAY: LEAVE BALANCE FILE LARGER THAN THE "
005630             "TABLE - RUN REFUSED"
005640         MOVE 12 TO RETURN-CODE
005650         GO TO 1500-EXIT
005660     END-IF
005670     MOVE "Y" TO WS-LEAV-LOADED-SW.
005680 1500-EXIT.
005690     EXIT.
005700
005710 1550-LOAD-ONE-LEAVE.
005720     READ LEAVBAL-IO
005730         AT END MOVE "Y" TO WS-LEAV-EOF-SW
005740     END-READ
005750     IF NOT NO-MORE-LEAVE
005760         ADD 1 TO WS-LV-COUNT
005770         SET LVIDX TO WS-LV-COUNT
005780         MOVE LB-SSN TO WS-LV-SSN-T(LVIDX)
005790         MOVE LB-VAC-BAL TO WS-LV-VAC-T(LVIDX)
005800         MOVE LB-SICK-BAL TO WS-LV-SICK-T(LVIDX)
005810     END-IF.
005820 1550-EXIT.
005830     EXIT.
005840
005850 1900-READ-TRAN.
005860     READ FINALTRN-IN
005870         AT END MOVE "Y" TO WS-TRAN-EOF-SW
005880     END-READ
005890     IF NOT NO-MORE-TRANS
005900         ADD 1 TO WS-READ-COUNT
005910     END-IF.
005920 1900-EXIT.
005930     EXIT.
005940
005950 2000-FINAL-ONE.
005960     MOVE SPACES TO WS-REJECT-REASON
005970     MOVE SPACES TO WS-REJECT-EMP-ID
005980     MOVE 0 TO WS-PAID-HOURS WS-VAC-HOURS
005990     IF FT-SSN NOT NUMERIC
006000         MOVE "EMPLOYEE NOT ON EMPMAST" TO WS-REJECT-REASON
006010         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006020         GO TO 2000-NEXT
006030     END-IF
006040     IF FT-TERM-DATE NOT NUMERIC OR FT-TERM-DATE = 0
006050         MOVE "TERM DATE MISSING" TO WS-REJECT-REASON
006060         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006070         GO TO 2000-NEXT
006080     END-IF
006090     IF FT-HOURS NOT NUMERIC
006100         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
006110         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006120         GO TO 2000-NEXT
006130     END-IF
006140     MOVE FT-SSN TO ER-SSnum
006150     READ EMPMAST
006160         INVALID KEY
006170             MOVE "EMPLOYEE NOT ON EMPMAST" TO WS-REJECT-REASON
006180     END-READ
006190     IF WS-REJECT-REASON NOT = SPACES
006200         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006210         GO TO 2000-NEXT
006220     END-IF
006230     MOVE ER-EMP-ID TO WS-REJECT-EMP-ID
006240*----A TERMINATED EMPLOYEE HAS HAD FINAL PAY ALREADY, OR WAS
006250*----TERMINATED THROUGH EMPMAINT - EITHER WAY NOT PAID TWICE.
006260     IF ER-TERMINATED
006270         MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
006280         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006290         GO TO 2000-NEXT
006300     END-IF
006310*----UNCONDITIONAL - A BLANK SELECTION IS THE ORIGINAL COMPANY'S
006320*----RUN AND ONLY ITS BLANK-COMPANY EMPLOYEES PAY.
006330     IF ER-COMPANY NOT = WS-PAY-COMPANY
006340         MOVE "WRONG COMPANY FOR THIS RUN" TO WS-REJECT-REASON
006350         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006360         GO TO 2000-NEXT
006370     END-IF
006380     PERFORM 2050-FIND-LEAVE-ROW THRU 2050-EXIT
006390     IF WS-VAC-HOURS > 0 AND ER-PAY-RATE = 0
006400         MOVE "NO MASTER RATE FOR PAYOUT" TO WS-REJECT-REASON
006410         PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006420         GO TO 2000-NEXT
006430     END-IF
006440     DIVIDE FT-TERM-DATE BY 10000 GIVING WS-PAY-YEAR
006450     PERFORM 2060-COMPUTE-GROSS THRU 2060-EXIT
006460     IF WS-GROSS-PAY > 0
006470         PERFORM 2100-GET-YTD THRU 2100-EXIT
006480*----FICA ONLY ON THE PART OF THE PAYMENT STILL UNDER THE ANNUAL
006490*----WAGE CAP. FEDERAL TAX AT THE FLAT OFF-CYCLE RATE.
006500         MOVE 0 TO WS-FICA-TAXABLE
006510         IF YT-GROSS < WS-FICA-WAGE-CAP
006520             COMPUTE WS-FICA-TAXABLE =
006530                 WS-FICA-WAGE-CAP - YT-GROSS
006540             IF WS-FICA-TAXABLE > WS-GROSS-PAY
006550                 MOVE WS-GROSS-PAY TO WS-FICA-TAXABLE
006560             END-IF
006570         END-IF
006580         COMPUTE WS-FICA-AMT ROUNDED = WS-FICA-TAXABLE * 0.0765
006590         COMPUTE WS-FED-WH-AMT ROUNDED =
006600             WS-GROSS-PAY * WS-FED-RATE
006610         COMPUTE WS-NET-PAY =
006620             WS-GROSS-PAY - WS-FICA-AMT - WS-FED-WH-AMT
006630         IF WS-NET-PAY < 0
006640             MOVE "TAXES EXCEED THE PAYMENT" TO WS-REJECT-REASON
006650             PERFORM 2900-REPORT-REJECT THRU 2900-EXIT
006660             GO TO 2000-NEXT
006670         END-IF
006680         PERFORM 2300-COMPUTE-UNEMP-WAGES THRU 2300-EXIT
006690         PERFORM 2400-APPLY-DEDUCTIONS THRU 2400-EXIT
006700     ELSE
006710         MOVE 0 TO WS-FICA-AMT WS-FED-WH-AMT WS-NET-PAY
006720         MOVE 0 TO WS-DED-APPLIED-CNT
006730     END-IF
006740     MOVE ER-STATUS TO WS-OLD-STATUS
006750     MOVE ER-TERM-DATE TO WS-OLD-TERM-DATE
006760     IF WS-GROSS-PAY > 0
006770         PERFORM 2500-POST-PAYMENT THRU 2500-EXIT
006780         PERFORM 2600-REQUEST-CHECK THRU 2600-EXIT
006790     END-IF
006800     PERFORM 2700-STOP-DEDUCTIONS THRU 2700-EXIT
006810     PERFORM 2750-TERMINATE-EMPLOYEE THRU 2750-EXIT
006820     IF WS-LV-HOLD-IX > 0
006830         SET LVIDX TO WS-LV-HOLD-IX
006840         MOVE 0 TO WS-LV-VAC-T(LVIDX)
006850         MOVE "Y" TO WS-LEAV-CHANGED-SW
006860     END-IF
006870     ADD 1 TO WS-TERM-COUNT
006880     PERFORM 2800-REPORT-ONE THRU 2800-EXIT.
006890 2000-NEXT.
006900     PERFORM 1900-READ-TRAN THRU 1900-EXIT.
006910 2000-EXIT.
006920     EXIT.
006930
006940 2050-FIND-LEAVE-ROW.
006950     MOVE 0 TO WS-LV-HOLD-IX
006960     IF WS-LV-COUNT > 0
006970         PERFORM 2055-MATCH-ONE-LEAVE THRU 2055-EXIT
006980             VARYING LVIDX FROM 1 BY 1
006990             UNTIL LVIDX > WS-LV-COUNT OR WS-LV-HOLD-IX > 0
007000     END-IF
007010     IF WS-LV-HOLD-IX > 0
007020         SET LVIDX TO WS-LV-HOLD-IX
007030         MOVE WS-LV-VAC-T(LVIDX) TO WS-VAC-HOURS
007040     END-IF.
007050 2050-EXIT.
007060     EXIT.
007070
007080 2055-MATCH-ONE-LEAVE.
007090     IF WS-LV-SSN-T(LVIDX) = ER-SSnum
007100         SET WS-LV-HOLD-IX TO LVIDX
007110     END-IF.
007120 2055-EXIT.
007130     EXIT.
007140
007150*----THE LAST HOURS PAY ON THE PAYROLL RUN'S RULES - MASTER RATE,
007160*----TIME AND A HALF OVER 40. A SALARIED EMPLOYEE'S HOURS ARE NOT
007170*----PAID HERE, SINCE THE SALARY PASS PAYS THE PERIOD TO THE TERM
007180*----DATE. THE VACATION BALANCE CASHES OUT AT THE MASTER RATE.
007190 2060-COMPUTE-GROSS.
007200     MOVE 0 TO WS-WAGES-AMT WS-VAC-AMT
007210     IF ER-HOURLY OR ER-PAY-TYPE = SPACE
007220         MOVE FT-HOURS TO WS-PAID-HOURS
007230         IF FT-HOURS > 40
007240             MOVE 40 TO WS-REG-HOURS
007250             COMPUTE WS-OT-HOURS = FT-HOURS - 40
007260             COMPUTE WS-WAGES-AMT ROUNDED =
007270                 (WS-REG-HOURS * ER-PAY-RATE)
007280                 + (WS-OT-HOURS * ER-PAY-RATE * 1.5)
007290         ELSE
007300             COMPUTE WS-WAGES-AMT ROUNDED =
007310                 FT-HOURS * ER-PAY-RATE
007320         END-IF
007330     END-IF
007340     IF WS-VAC-HOURS > 0
007350         COMPUTE WS-VAC-AMT ROUNDED = WS-VAC-HOURS * ER-PAY-RATE
007360     END-IF
007370     COMPUTE WS-GROSS-PAY = WS-WAGES-AMT + WS-VAC-AMT.
007380 2060-EXIT.
007390     EXIT.
007400
007410 2100-GET-YTD.
007420     MOVE "N" TO WS-YTD-ON-FILE-SW
007430     MOVE ER-SSnum TO YT-SSNUM
007440     READ YTDMAST
007450         INVALID KEY
007460             CONTINUE
007470     END-READ
007480     IF WS-YTD-STATUS = "00"
007490         MOVE "Y" TO WS-YTD-ON-FILE-SW
007500     ELSE
007510         MOVE ER-SSnum TO YT-SSNUM
007520         MOVE 0 TO YT-GROSS YT-FICA YT-FEDWH YT-STWH YT-NET
007530     END-IF.
007540 2100-EXIT.
007550     EXIT.
007560
007570*----SPLITS THE PAYMENT INTO THE PART STILL UNDER THE FUTA WAGE
007580*----BASE AND THE PART UNDER THE WORK STATE'S SUTA BASE, THE
007590*----SAME WAY THE PAYROLL RUN DOES. THE POSTING WAITS FOR
007600*----2500-POST-PAYMENT SO IT IS JOURNALED WITH THE YTD UPDATE.
007610 2300-COMPUTE-UNEMP-WAGES.
007620     MOVE 0 TO WS-FUTA-WAGES WS-SUTA-WAGES
007630     MOVE SPACE TO WS-FUTA-POSTED-SW
007640     MOVE SPACES TO WS-SUTA-STATE
007650     IF WS-UI-RATE-COUNT = 0
007660         GO TO 2300-EXIT
007670     END-IF
007680     MOVE "US" TO WS-UI-LOOK-STATE
007690     PERFORM 2320-FIND-UNEMP-RATE THRU 2320-EXIT
007700     IF WS-UI-HOLD-IX > 0
007710         PERFORM 2340-SIZE-UNEMP-WAGES THRU 2340-EXIT
007720         MOVE WS-UI-POST-WAGES TO WS-FUTA-WAGES
007730         MOVE "Y" TO WS-FUTA-POSTED-SW
007740     END-IF
007750     IF ER-WORK-STATE NOT = SPACES
007760         MOVE ER-WORK-STATE TO WS-UI-LOOK-STATE
007770         PERFORM 2320-FIND-UNEMP-RATE THRU 2320-EXIT
007780         IF WS-UI-HOLD-IX > 0
007790             PERFORM 2340-SIZE-UNEMP-WAGES THRU 2340-EXIT
007800             MOVE WS-UI-POST-WAGES TO WS-SUTA-WAGES
007810             MOVE ER-WORK-STATE TO WS-SUTA-STATE
007820         END-IF
007830     END-IF.
007840 2300-EXIT.
007850     EXIT.
007860
007870*----THE PAYING COMPANY'S OWN ROW FOR THE STATE WINS OVER THE
007880*----STATE'S BLANK-COMPANY ROW
007890 2320-FIND-UNEMP-RATE.
007900     MOVE 0 TO WS-UI-HOLD-IX
007910     PERFORM 2330-MATCH-ONE-UNEMP-RATE THRU 2330-EXIT
007920         VARYING UIIDX FROM 1 BY 1
007930         UNTIL UIIDX > WS-UI-RATE-COUNT.
007940 2320-EXIT.
007950     EXIT.
007960
007970 2330-MATCH-ONE-UNEMP-RATE.
007980     IF WS-UI-STATE-T(UIIDX) = WS-UI-LOOK-STATE
007990         IF WS-UI-COMPANY-T(UIIDX) = WS-PAY-COMPANY
008000             AND WS-PAY-COMPANY NOT = SPACES
008010             SET WS-UI-HOLD-IX TO UIIDX
008020         ELSE
008030             IF WS-UI-COMPANY-T(UIIDX) = SPACES
008040                 AND WS-UI-HOLD-IX = 0
008050                 SET WS-UI-HOLD-IX TO UIIDX
008060             END-IF
008070         END-IF
008080     END-IF.
008090 2330-EXIT.
008100     EXIT.
008110
008120 2340-SIZE-UNEMP-WAGES.
008130     PERFORM 2350-READ-UNEMP-ROW THRU 2350-EXIT
008140     SET UIIDX TO WS-UI-HOLD-IX
008150     COMPUTE WS-UI-ROOM = WS-UI-BASE-T(UIIDX) - UW-TAXABLE
008160     IF WS-UI-ROOM < 0
008170         MOVE 0 TO WS-UI-ROOM
008180     END-IF
008190     IF WS-GROSS-PAY < WS-UI-ROOM
008200         MOVE WS-GROSS-PAY TO WS-UI-POST-WAGES
008210     ELSE
008220         MOVE WS-UI-ROOM TO WS-UI-POST-WAGES
008230     END-IF.
008240 2340-EXIT.
008250     EXIT.
008260
008270*----A ROW LEFT FROM AN EARLIER YEAR STARTS AGAIN FROM ZERO.
008280 2350-READ-UNEMP-ROW.
008290     MOVE "N" TO WS-UW-ON-FILE-SW
008300     MOVE ER-SSnum TO UW-SSN
008310     MOVE WS-UI-LOOK-STATE TO UW-STATE
008320     READ UNEMPWG
008330         INVALID KEY
008340             CONTINUE
008350     END-READ
008360     IF WS-UNEMP-STATUS = "00"
008370         MOVE "Y" TO WS-UW-ON-FILE-SW
008380         IF UW-YEAR NOT = WS-PAY-YEAR
008390             MOVE WS-PAY-YEAR TO UW-YEAR
008400             MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
008410         END-IF
008420     ELSE
008430         MOVE ER-SSnum TO UW-SSN
008440         MOVE WS-UI-LOOK-STATE TO UW-STATE
008450         MOVE WS-PAY-YEAR TO UW-YEAR
008460         MOVE 0 TO UW-GROSS UW-TAXABLE UW-EXCESS
008470     END-IF.
008480 2350-EXIT.
008490     EXIT.
008500
008510*----EVERY DEDUCTION STILL ACTIVE ON THE TERM DATE COMES OUT OF
008520*----THE FINAL CHECK IN PRIORITY ORDER, NEVER BELOW ZERO NET.
008530*----NOTHING CARRIES TO ARREARS - THERE IS NO LATER PAY TO TAKE
008540*----IT FROM.
008550 2400-APPLY-DEDUCTIONS.
008560     MOVE 0 TO WS-DED-COUNT
008570     MOVE 0 TO WS-DED-APPLIED-CNT
008580     IF NOT DEDMAST-OPEN
008590         GO TO 2400-EXIT
008600     END-IF
008610     MOVE "N" TO WS-DED-EOF-SW
008620     MOVE ER-SSnum TO DD-SSN
008630     MOVE LOW-VALUES TO DD-CODE
008640     START DEDMAST KEY IS NOT LESS THAN DD-KEY
008650         INVALID KEY MOVE "Y" TO WS-DED-EOF-SW
008660     END-START
008670     PERFORM 2420-GATHER-ONE-DEDUCTION THRU 2420-EXIT
008680         UNTIL NO-MORE-DEDUCTIONS
008690     IF WS-DED-COUNT = 0
008700         GO TO 2400-EXIT
008710     END-IF
008720     PERFORM 2440-APPLY-ONE-PRIORITY THRU 2440-EXIT
008730         VARYING WS-DED-PRIO FROM 1 BY 1
008740         UNTIL WS-DED-PRIO > 99.
008750 2400-EXIT.
008760     EXIT.
008770
008780 2420-GATHER-ONE-DEDUCTION.
008790     READ DEDMAST NEXT RECORD
008800         AT END MOVE "Y" TO WS-DED-EOF-SW
008810     END-READ
008820     IF NO-MORE-DEDUCTIONS
008830         GO TO 2420-EXIT
008840     END-IF
008850     IF DD-SSN NOT = ER-SSnum
008860         MOVE "Y" TO WS-DED-EOF-SW
008870         GO TO 2420-EXIT
008880     END-IF
008890     IF (DD-STOP-DATE = 0 OR DD-STOP-DATE >= FT-TERM-DATE)
008900         AND WS-DED-COUNT < 10
008910         ADD 1 TO WS-DED-COUNT
008920         SET DIDX TO WS-DED-COUNT
008930         MOVE DD-CODE TO WS-D-CODE(DIDX)
008940         MOVE DD-METHOD TO WS-D-METHOD(DIDX)
008950         MOVE DD-RATE TO WS-D-RATE(DIDX)
008960         MOVE DD-PRIORITY TO WS-D-PRIO(DIDX)
008970     END-IF.
008980 2420-EXIT.
008990     EXIT.
009000
009010 2440-APPLY-ONE-PRIORITY.
009020     PERFORM 2450-APPLY-ONE-DEDUCTION THRU 2450-EXIT
009030         VARYING DIDX FROM 1 BY 1
009040         UNTIL DIDX > WS-DED-COUNT.
009050 2440-EXIT.
009060     EXIT.
009070
009080 2450-APPLY-ONE-DEDUCTION.
009090     IF WS-D-PRIO(DIDX) NOT = WS-DED-PRIO
009100         GO TO 2450-EXIT
009110     END-IF
009120     IF WS-D-METHOD(DIDX) = "P"
009130         COMPUTE WS-DED-AMT ROUNDED =
009140             WS-GROSS-PAY * WS-D-RATE(DIDX) / 100
009150     ELSE
009160         MOVE WS-D-RATE(DIDX) TO WS-DED-AMT
009170     END-IF
009180     IF WS-DED-AMT > WS-NET-PAY
009190         MOVE WS-NET-PAY TO WS-DED-AMT
009200     END-IF
009210     IF WS-DED-AMT > 0
009220         SUBTRACT WS-DED-AMT FROM WS-NET-PAY
009230         ADD 1 TO WS-DED-APPLIED-CNT
009240         SET AIDX TO WS-DED-APPLIED-CNT
009250         MOVE WS-D-CODE(DIDX) TO WS-A-CODE(AIDX)
009260         MOVE WS-DED-AMT TO WS-A-AMT(AIDX)
009270     END-IF.
009280 2450-EXIT.
009290     EXIT.
009300
009310*----YTD, UNEMPWG, THE RESTART JOURNAL, AND PAY HISTORY, IN THAT
009320*----ORDER - THE JOURNAL RECORD IS ON DISK BEFORE THE HISTORY ROW.
009330 2500-POST-PAYMENT.
009340     ADD WS-GROSS-PAY TO YT-GROSS
009350     ADD WS-FICA-AMT TO YT-FICA
009360     ADD WS-FED-WH-AMT TO YT-FEDWH
009370     ADD WS-NET-PAY TO YT-NET
009380     IF YTD-REC-ON-FILE
009390         REWRITE YtdRec
009400             INVALID KEY
009410                 DISPLAY "FINALPAY: YTD REWRITE FAILED - "
009420                     YT-SSNUM
009430         END-REWRITE
009440     ELSE
009450         WRITE YtdRec
009460             INVALID KEY
009470                 DISPLAY "FINALPAY: YTD WRITE FAILED - " YT-SSNUM
009480         END-WRITE
009490     END-IF
009500     IF FUTA-POSTED
009510         MOVE "US" TO WS-UI-LOOK-STATE
009520         MOVE WS-FUTA-WAGES TO WS-UI-POST-WAGES
009530         PERFORM 2550-POST-ONE-UNEMP-ROW THRU 2550-EXIT
009540     END-IF
009550     IF WS-SUTA-STATE NOT = SPACES
009560         MOVE WS-SUTA-STATE TO WS-UI-LOOK-STATE
009570         MOVE WS-SUTA-WAGES TO WS-UI-POST-WAGES
009580         PERFORM 2550-POST-ONE-UNEMP-ROW THRU 2550-EXIT
009590     END-IF
009600     PERFORM 2560-WRITE-CHECKPOINT THRU 2560-EXIT
009610     PERFORM 2570-WRITE-PAY-HISTORY THRU 2570-EXIT
009620     ADD 1 TO WS-PAID-COUNT
009630     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
009640     ADD WS-NET-PAY TO WS-TOTAL-NET.
009650 2500-EXIT.
009660     EXIT.
009670
009680 2550-POST-ONE-UNEMP-ROW.
009690     PERFORM 2350-READ-UNEMP-ROW THRU 2350-EXIT
009700     ADD WS-GROSS-PAY TO UW-GROSS
009710     ADD WS-UI-POST-WAGES TO UW-TAXABLE
009720     COMPUTE UW-EXCESS =
009730         UW-EXCESS + WS-GROSS-PAY - WS-UI-POST-WAGES
009740     IF UW-REC-ON-FILE
009750         REWRITE UnempWageRec
009760             INVALID KEY
009770                 DISPLAY "FINALPAY: UNEMPLOYMENT WAGE REWRITE "
009780                     "FAILED - " UW-SSN " " UW-STATE
009790         END-REWRITE
009800     ELSE
009810         WRITE UnempWageRec
009820             INVALID KEY
009830                 DISPLAY "FINALPAY: UNEMPLOYMENT WAGE WRITE "
009840                     "FAILED - " UW-SSN " " UW-STATE
009850         END-WRITE
009860     END-IF.
009870 2550-EXIT.
009880     EXIT.
009890
009900*----OPEN-WRITE-CLOSE, THE ONE-SHOT PATTERN RUNLOG USES, SO THE
009910*----RECORD IS ON DISK EVEN IF THE RUN ABENDS ON THE NEXT LINE.
009920 2560-WRITE-CHECKPOINT.
009930     OPEN EXTEND CKPT-IO
009940     IF WS-CKPT-STATUS = "35"
009950         OPEN OUTPUT CKPT-IO
009960     END-IF
009970     MOVE FT-TERM-DATE TO CK-TERM-DATE
009980     MOVE ER-SSnum TO CK-SSN
009990     MOVE ER-EMP-ID TO CK-EMP-ID
010000     MOVE WS-GROSS-PAY TO CK-GROSS
010010     MOVE WS-FICA-AMT TO CK-FICA
010020     MOVE WS-FED-WH-AMT TO CK-FEDWH
010030     MOVE WS-NET-PAY TO CK-NET
010040     MOVE WS-PAY-COMPANY TO CK-COMPANY
010050     MOVE WS-FUTA-POSTED-SW TO CK-FUTA-POSTED
010060     MOVE WS-SUTA-STATE TO CK-UI-STATE
010070     MOVE WS-FUTA-WAGES TO CK-FUTA-WAGES
010080     MOVE WS-SUTA-WAGES TO CK-SUTA-WAGES
010090     MOVE WS-OLD-STATUS TO CK-OLD-STATUS
010100     MOVE WS-OLD-TERM-DATE TO CK-OLD-TERM-DATE
010110     WRITE CKPT-REC
010120     CLOSE CKPT-IO.
010130 2560-EXIT.
010140     EXIT.
010150
010160*----PH-PERIOD-END CARRIES THE TERM DATE AND PH-EARN-CODE FNL
010170*----MARKS THE ROW AS FINAL PAY. NO STATE TAX IS WITHHELD ON
010180*----OFF-CYCLE PAY.
010190 2570-WRITE-PAY-HISTORY.
010200     MOVE SPACES TO PAYHIST-REC
010210     MOVE ER-SSnum TO PH-SSN
010220     MOVE FT-TERM-DATE TO PH-PERIOD-END
010230     MOVE ER-EMP-ID TO PH-EMP-ID
010240     MOVE ER-NAME TO PH-WHO
010250     MOVE WS-PAID-HOURS TO PH-HOURS
010260     MOVE WS-GROSS-PAY TO PH-GROSS
010270     MOVE WS-FICA-AMT TO PH-FICA
010280     MOVE WS-FED-WH-AMT TO PH-FEDWH
010290     MOVE 0 TO PH-STWH
010291     MOVE 0 TO PH-PAY-RATE
010300     MOVE WS-NET-PAY TO PH-NET
010310     MOVE WS-SUTA-STATE TO PH-UI-STATE
010320     MOVE WS-FUTA-WAGES TO PH-FUTA-WAGES
010330     MOVE WS-SUTA-WAGES TO PH-SUTA-WAGES
010340     MOVE WS-DED-APPLIED-CNT TO PH-DED-CNT
010350     PERFORM 2580-MOVE-ONE-HIST-DED THRU 2580-EXIT
010360         VARYING AIDX FROM 1 BY 1
010370         UNTIL AIDX > 10
010380     MOVE WS-EARN-CODE TO PH-EARN-CODE
010390     WRITE PAYHIST-REC.
010400 2570-EXIT.
010410     EXIT.
010420
010430 2580-MOVE-ONE-HIST-DED.
010440     IF AIDX > WS-DED-APPLIED-CNT
010450         MOVE SPACES TO PH-DED-CODE(AIDX)
010460         MOVE 0 TO PH-DED-AMT(AIDX)
010470     ELSE
010480         MOVE WS-A-CODE(AIDX) TO PH-DED-CODE(AIDX)
010490         MOVE WS-A-AMT(AIDX) TO PH-DED-AMT(AIDX)
010500     END-IF.
010510 2580-EXIT.
010520     EXIT.
010530
010540*----FINAL PAY ALWAYS GOES OUT AS A PAPER CHECK, FLAGGED FOR
010550*----IMMEDIATE ISSUE - SOME STATES REQUIRE PAYMENT ON THE LAST
010560*----DAY, WHICH NO DEPOSIT CYCLE CAN PROMISE.
010570 2600-REQUEST-CHECK.
010580     MOVE ER-EMP-ID TO FQ-EMP-ID
010590     MOVE WS-EARN-CODE TO FQ-EARN-CODE
010600     MOVE FT-TERM-DATE TO FQ-PAY-DATE
010610     MOVE WS-NET-PAY TO FQ-AMOUNT
010620     MOVE "I" TO FQ-ISSUE-FLAG
010630     WRITE FINALCHK-REC.
010640 2600-EXIT.
010650     EXIT.
010660
010670*----EVERY DEDUCTION STILL RUNNING PAST THE TERM DATE STOPS ON
010680*----IT, SO NO LATER RUN CAN TAKE IT. EACH STOP IS JOURNALED THE
010690*----WAY DEDMAINT JOURNALS ONE.
010700 2700-STOP-DEDUCTIONS.
010710     IF NOT DEDMAST-OPEN
010720         GO TO 2700-EXIT
010730     END-IF
010740     MOVE "N" TO WS-DED-EOF-SW
010750     MOVE ER-SSnum TO DD-SSN
010760     MOVE LOW-VALUES TO DD-CODE
010770     START DEDMAST KEY IS NOT LESS THAN DD-KEY
010780         INVALID KEY MOVE "Y" TO WS-DED-EOF-SW
010790     END-START
010800     PERFORM 2720-STOP-ONE-DEDUCTION THRU 2720-EXIT
010810         UNTIL NO-MORE-DEDUCTIONS.
010820 2700-EXIT.
010830     EXIT.
010840
010850 2720-STOP-ONE-DEDUCTION.
010860     READ DEDMAST NEXT RECORD
010870         AT END MOVE "Y" TO WS-DED-EOF-SW
010880     END-READ
010890     IF NO-MORE-DEDUCTIONS
010900         GO TO 2720-EXIT
010910     END-IF
010920     IF DD-SSN NOT = ER-SSnum
010930         MOVE "Y" TO WS-DED-EOF-SW
010940         GO TO 2720-EXIT
010950     END-IF
010960     IF DD-STOP-DATE NOT = 0 AND DD-STOP-DATE <= FT-TERM-DATE
010970         GO TO 2720-EXIT
010980     END-IF
010990     MOVE SPACES TO WS-BEFORE-IMAGE
011000     MOVE DeductRec TO WS-BEFORE-IMAGE
011010     MOVE FT-TERM-DATE TO DD-STOP-DATE
011020     REWRITE DeductRec
011030         INVALID KEY
011040             DISPLAY "FINALPAY: DEDUCTION STOP FAILED - "
011050                 DD-SSN " " DD-CODE
011060             GO TO 2720-EXIT
011070     END-REWRITE
011080     ADD 1 TO WS-STOPPED-COUNT
011090     MOVE "C" TO WS-JRNL-ACTION
011100     MOVE SPACES TO WS-AFTER-IMAGE
011110     MOVE DeductRec TO WS-AFTER-IMAGE
011120     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
011130         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
011140 2720-EXIT.
011150     EXIT.
011160
011170*----THE SAME TERMINATION EMPMAINT APPLIES - THE RECORD STAYS ON
011180*----THE MASTER AS T WITH THE TERM DATE.
011190 2750-TERMINATE-EMPLOYEE.
011200     MOVE SPACES TO WS-BEFORE-IMAGE
011210     MOVE EmployeeRec TO WS-BEFORE-IMAGE
011220     MOVE "T" TO ER-STATUS
011230     MOVE FT-TERM-DATE TO ER-TERM-DATE
011240     REWRITE EmployeeRec
011250         INVALID KEY
011260             DISPLAY "FINALPAY: EMPMAST REWRITE FAILED - "
011270                 ER-SSnum
011280             GO TO 2750-EXIT
011290     END-REWRITE
011300     MOVE "C" TO WS-JRNL-ACTION
011310     MOVE SPACES TO WS-AFTER-IMAGE
011320     MOVE EmployeeRec TO WS-AFTER-IMAGE
011330     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
011340         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
011350 2750-EXIT.
011360     EXIT.
011370
011380 2800-REPORT-ONE.
011390     MOVE ER-EMP-ID TO DL-EMP-ID
011400     MOVE FT-TERM-DATE TO DL-TERM-DATE
011410     MOVE WS-PAID-HOURS TO DL-HOURS
011420     MOVE WS-VAC-HOURS TO DL-VAC-HOURS
011430     MOVE WS-GROSS-PAY TO DL-GROSS
011440     MOVE WS-NET-PAY TO DL-NET
011450     IF WS-GROSS-PAY > 0
011460         MOVE "CHECK" TO DL-DISPOSITION
011470         MOVE SPACES TO DL-REASON
011480     ELSE
011490         MOVE "NO PAY" TO DL-DISPOSITION
011500         MOVE "TERMINATED - NOTHING OWED" TO DL-REASON
011510     END-IF
011520     IF ER-SALARIED
011530         MOVE "SALARY PAID BY PAYROLL RUN" TO DL-REASON
011540     END-IF
011550     WRITE FINAL-RPT-REC FROM WS-DETAIL-LINE
011560     PERFORM 2850-REPORT-ONE-DED THRU 2850-EXIT
011570         VARYING AIDX FROM 1 BY 1
011580         UNTIL AIDX > WS-DED-APPLIED-CNT.
011590 2800-EXIT.
011600     EXIT.
011610
011620 2850-REPORT-ONE-DED.
011630     MOVE WS-A-CODE(AIDX) TO DD-LINE-CODE
011640     MOVE WS-A-AMT(AIDX) TO DD-LINE-AMT
011650     WRITE FINAL-RPT-REC FROM WS-DED-LINE.
011660 2850-EXIT.
011670     EXIT.
011680
011690 2900-REPORT-REJECT.
011700     ADD 1 TO WS-REJECT-COUNT
011710     MOVE 4 TO RETURN-CODE
011720     MOVE SPACES TO WS-DETAIL-LINE
011730     MOVE WS-REJECT-EMP-ID TO DL-EMP-ID
011740     IF FT-TERM-DATE NUMERIC
011750         MOVE FT-TERM-DATE TO DL-TERM-DATE
011760     END-IF
011770     MOVE "REJECTED" TO DL-DISPOSITION
011780     MOVE WS-REJECT-REASON TO DL-REASON
011790     WRITE FINAL-RPT-REC FROM WS-DETAIL-LINE.
011800 2900-EXIT.
011810     EXIT.
011820
011830*----A CLEAN FINISH CLEARS THE JOURNAL FIRST AND ONLY THEN WRITES
011840*----THE LEAVE FILE BACK - AN ABEND BETWEEN THE TWO LEAVES AN
011850*----UNZEROED VACATION BALANCE ON A TERMINATED EMPLOYEE, NEVER A
011860*----SECOND PAYOUT.
011870 3000-TERMINATE.
011880     IF RETURN-CODE = 12
011890         GO TO 3000-RELEASE
011900     END-IF
011910     MOVE SPACES TO FINAL-RPT-REC
011920     MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT
011930     STRING "TOTAL GROSS " WS-TOTAL-EDIT
011940         DELIMITED BY SIZE INTO FINAL-RPT-REC
011950     WRITE FINAL-RPT-REC
011960     MOVE SPACES TO FINAL-RPT-REC
011970     MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
011980     STRING "TOTAL NET   " WS-TOTAL-EDIT
011990         DELIMITED BY SIZE INTO FINAL-RPT-REC
012000     WRITE FINAL-RPT-REC
012010     PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
012020     IF LEAVE-LOADED AND LEAVE-CHANGED
012030         PERFORM 3100-SAVE-LEAVE-FILE THRU 3100-EXIT
012040     END-IF
012050     DISPLAY "FINALPAY: TERMINATIONS READ - " WS-READ-COUNT
012060     DISPLAY "FINALPAY: EMPLOYEES TERMINATED - " WS-TERM-COUNT
012070     DISPLAY "FINALPAY: FINAL CHECKS REQUESTED - "
012080         WS-PAID-COUNT
012090     DISPLAY "FINALPAY: DEDUCTIONS STOPPED - " WS-STOPPED-COUNT
012100     DISPLAY "FINALPAY: TERMINATIONS REJECTED - "
012110         WS-REJECT-COUNT
012120     MOVE WS-READ-COUNT TO WS-CTL-READ
012130     MOVE WS-PAID-COUNT TO WS-CTL-WRITTEN
012140     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
012150     MOVE WS-TOTAL-NET TO WS-CTL-AMOUNT
012160     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
012170         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
012180     IF WS-REJECT-COUNT > 0
012190         MOVE 4 TO RETURN-CODE
012200     END-IF
012210     CLOSE FINALTRN-IN
012220     CLOSE EMPMAST
012230     IF DEDMAST-OPEN
012240         CLOSE DEDMAST
012250     END-IF
012260     CLOSE YTDMAST
012270     CLOSE UNEMPWG
012280     CLOSE PAYHIST-IO
012290     CLOSE FINALCHK-IO
012300     CLOSE FINAL-RPT.
012310 3000-RELEASE.
012320     MOVE "C" TO WS-LOCK-ACTION
012330     IF EMPMAST-LOCKED
012340         MOVE "EMPMAST" TO WS-LOCK-FILE
012350         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
012360             WS-LOCK-ACTION, WS-LOCK-RESULT
012370     END-IF
012380     IF DEDMAST-LOCKED
012390         MOVE "DEDMAST" TO WS-LOCK-FILE
012400         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
012410             WS-LOCK-ACTION, WS-LOCK-RESULT
012420     END-IF.
012430 3000-EXIT.
012440     EXIT.
012450
012460 3100-SAVE-LEAVE-FILE.
012470     OPEN OUTPUT LEAVBAL-IO
012480     PERFORM 3150-SAVE-ONE-LEAVE THRU 3150-EXIT
012490         VARYING LVIDX FROM 1 BY 1
012500         UNTIL LVIDX > WS-LV-COUNT
012510     CLOSE LEAVBAL-IO.
012520 3100-EXIT.
012530     EXIT.
012540
012550 3150-SAVE-ONE-LEAVE.
012560     MOVE WS-LV-SSN-T(LVIDX) TO LB-SSN
012570     MOVE WS-LV-VAC-T(LVIDX) TO LB-VAC-BAL
012580     MOVE WS-LV-SICK-T(LVIDX) TO LB-SICK-BAL
012590     WRITE LEAVBAL-REC.
012600 3150-EXIT.
012610     EXIT.
012620
012630*----RESTART BACKOUT - EVERY JOURNAL RECORD FOR THIS COMPANY
012640*----COMES BACK OUT OF YTDMAST AND UNEMPWG AND THE EMPLOYEE GOES
012650*----BACK TO THE STATUS JOURNALED, THEN THE MATCHING PAY HISTORY
012660*----ROWS AND CHECK REQUESTS ARE DROPPED AND THE JOURNAL CLEARED,
012670*----SO THE RERUN PAYS THE SAME TERMINATIONS AFRESH. A STOPPED
012680*----DEDUCTION STAYS STOPPED - THE RERUN STOPS IT ON THE SAME DAY.
012690 5000-BACKOUT-CHECKPOINT.
012700     MOVE "N" TO WS-CKPT-EOF-SW
012710     MOVE 0 TO WS-BACKOUT-COUNT
012720     OPEN INPUT CKPT-IO
012730     IF WS-CKPT-STATUS NOT = "00"
012740         GO TO 5000-EXIT
012750     END-IF
012760     PERFORM 5100-BACKOUT-ONE THRU 5100-EXIT
012770         UNTIL NO-MORE-CKPT
012780     CLOSE CKPT-IO
012790     IF WS-BACKOUT-COUNT > 0
012800         DISPLAY "FINALPAY: RESTART - PARTIAL POSTINGS BACKED "
012810             "OUT - " WS-BACKOUT-COUNT
012820         PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
012830         PERFORM 5300-PURGE-PAY-HISTORY THRU 5300-EXIT
012840         PERFORM 5400-PURGE-CHECK-REQUESTS THRU 5400-EXIT
012850     END-IF.
012860 5000-EXIT.
012870     EXIT.
012880
012890 5100-BACKOUT-ONE.
012900     READ CKPT-IO
012910         AT END MOVE "Y" TO WS-CKPT-EOF-SW
012920     END-READ
012930     IF NO-MORE-CKPT
012940         GO TO 5100-EXIT
012950     END-IF
012960*----ONLY THIS COMPANY'S RECORDS BACK OUT - ANOTHER COMPANY'S
012970*----PENDING RECORDS ON THE SHARED JOURNAL STAY.
012980     IF CK-COMPANY NOT = WS-PAY-COMPANY
012990         GO TO 5100-EXIT
013000     END-IF
013010     PERFORM 5150-NOTE-CHECKPOINT-KEY THRU 5150-EXIT
013020     MOVE CK-SSN TO YT-SSNUM
013030     READ YTDMAST
013040         INVALID KEY
013050             DISPLAY "FINALPAY: RESTART - NO YTD RECORD FOR "
013060                 CK-SSN
013070     END-READ
013080     IF WS-YTD-STATUS = "00"
013090         SUBTRACT CK-GROSS FROM YT-GROSS
013100         SUBTRACT CK-FICA FROM YT-FICA
013110         SUBTRACT CK-FEDWH FROM YT-FEDWH
013120         SUBTRACT CK-NET FROM YT-NET
013130         REWRITE YtdRec
013140             INVALID KEY
013150                 DISPLAY "FINALPAY: RESTART - YTD BACKOUT "
013160                     "FAILED - " CK-SSN
013170         END-REWRITE
013180         ADD 1 TO WS-BACKOUT-COUNT
013190     END-IF
013200     IF CK-FUTA-POSTED = "Y"
013210         MOVE "US" TO WS-UI-LOOK-STATE
013220         MOVE CK-FUTA-WAGES TO WS-UI-POST-WAGES
013230         PERFORM 5200-BACKOUT-ONE-UNEMP-ROW THRU 5200-EXIT
013240     END-IF
013250     IF CK-UI-STATE NOT = SPACES
013260         MOVE CK-UI-STATE TO WS-UI-LOOK-STATE
013270         MOVE CK-SUTA-WAGES TO WS-UI-POST-WAGES
013280         PERFORM 5200-BACKOUT-ONE-UNEMP-ROW THRU 5200-EXIT
013290     END-IF
013300     PERFORM 5250-RESTORE-EMPLOYEE THRU 5250-EXIT.
013310 5100-EXIT.
013320     EXIT.
013330
013340*----EACH JOURNALED EMPLOYEE AND TERM DATE GOES IN THE TABLE ONCE
013350 5150-NOTE-CHECKPOINT-KEY.
013360     MOVE CK-SSN TO WS-LOOK-SSN
013370     MOVE CK-TERM-DATE TO WS-LOOK-DATE
013380     PERFORM 5160-FIND-SSN-KEY THRU 5160-EXIT
013390     IF KEY-ON-CHECKPOINT
013400         GO TO 5150-EXIT
013410     END-IF
013420     IF WS-CKPT-KEY-COUNT >= 500
013430         DISPLAY "FINALPAY: RESTART JOURNAL LARGER THAN THE KEY "
013440             "TABLE - RUN REFUSED"
013450         MOVE 12 TO RETURN-CODE
013460         GOBACK
013470     END-IF
013480     ADD 1 TO WS-CKPT-KEY-COUNT
013490     SET KIDX TO WS-CKPT-KEY-COUNT
013500     MOVE CK-SSN TO WS-K-SSN(KIDX)
013510     MOVE CK-EMP-ID TO WS-K-EMP-ID(KIDX)
013520     MOVE CK-TERM-DATE TO WS-K-DATE(KIDX).
013530 5150-EXIT.
013540     EXIT.
013550
013560 5160-FIND-SSN-KEY.
013570     MOVE "N" TO WS-CKPT-FOUND-SW
013580     IF WS-CKPT-KEY-COUNT > 0
013590         PERFORM 5170-MATCH-SSN-KEY THRU 5170-EXIT
013600             VARYING KIDX FROM 1 BY 1
013610             UNTIL KIDX > WS-CKPT-KEY-COUNT
013620                 OR KEY-ON-CHECKPOINT
013630     END-IF.
013640 5160-EXIT.
013650     EXIT.
013660
013670 5170-MATCH-SSN-KEY.
013680     IF WS-K-SSN(KIDX) = WS-LOOK-SSN
013690         AND WS-K-DATE(KIDX) = WS-LOOK-DATE
013700         MOVE "Y" TO WS-CKPT-FOUND-SW
013710     END-IF.
013720 5170-EXIT.
013730     EXIT.
013740
013750 5180-FIND-EMP-ID-KEY.
013760     MOVE "N" TO WS-CKPT-FOUND-SW
013770     IF WS-CKPT-KEY-COUNT > 0
013780         PERFORM 5190-MATCH-EMP-ID-KEY THRU 5190-EXIT
013790             VARYING KIDX FROM 1 BY 1
013800             UNTIL KIDX > WS-CKPT-KEY-COUNT
013810                 OR KEY-ON-CHECKPOINT
013820     END-IF.
013830 5180-EXIT.
013840     EXIT.
013850
013860 5190-MATCH-EMP-ID-KEY.
013870     IF WS-K-EMP-ID(KIDX) = WS-LOOK-EMP-ID
013880         AND WS-K-DATE(KIDX) = WS-LOOK-DATE
013890         MOVE "Y" TO WS-CKPT-FOUND-SW
013900     END-IF.
013910 5190-EXIT.
013920     EXIT.
013930
013940 5200-BACKOUT-ONE-UNEMP-ROW.
013950     MOVE CK-SSN TO UW-SSN
013960     MOVE WS-UI-LOOK-STATE TO UW-STATE
013970     READ UNEMPWG
013980         INVALID KEY
013990             DISPLAY "FINALPAY: RESTART - NO UNEMPLOYMENT WAGE "
014000                 "RECORD FOR " CK-SSN " " WS-UI-LOOK-STATE
014010     END-READ
014020     IF WS-UNEMP-STATUS = "00"
014030         SUBTRACT CK-GROSS FROM UW-GROSS
014040         SUBTRACT WS-UI-POST-WAGES FROM UW-TAXABLE
014050         COMPUTE UW-EXCESS =
014060             UW-EXCESS - (CK-GROSS - WS-UI-POST-WAGES)
014070         REWRITE UnempWageRec
014080             INVALID KEY
014090                 DISPLAY "FINALPAY: RESTART - UNEMPLOYMENT WAGE "
014100                     "BACKOUT FAILED - " CK-SSN
014110         END-REWRITE
014120     END-IF.
014130 5200-EXIT.
014140     EXIT.
014150
014160*----THE EMPLOYEE GOES BACK TO THE STATUS AND TERM DATE HELD
014170*----BEFORE THE ABENDED RUN, THROUGH JRNLWRIT LIKE ANY CHANGE.
014180 5250-RESTORE-EMPLOYEE.
014190     MOVE CK-SSN TO ER-SSnum
014200     READ EMPMAST
014210         INVALID KEY
014220             DISPLAY "FINALPAY: RESTART - EMPLOYEE NOT ON "
014230                 "EMPMAST - " CK-SSN
014240             GO TO 5250-EXIT
014250     END-READ
014260     IF ER-STATUS = CK-OLD-STATUS
014270         AND ER-TERM-DATE = CK-OLD-TERM-DATE
014280         GO TO 5250-EXIT
014290     END-IF
014300     MOVE SPACES TO WS-BEFORE-IMAGE
014310     MOVE EmployeeRec TO WS-BEFORE-IMAGE
014320     MOVE CK-OLD-STATUS TO ER-STATUS
014330     MOVE CK-OLD-TERM-DATE TO ER-TERM-DATE
014340     REWRITE EmployeeRec
014350         INVALID KEY
014360             DISPLAY "FINALPAY: RESTART - EMPMAST RESTORE "
014370                 "FAILED - " CK-SSN
014380             GO TO 5250-EXIT
014390     END-REWRITE
014400     MOVE "C" TO WS-JRNL-ACTION
014410     MOVE SPACES TO WS-AFTER-IMAGE
014420     MOVE EmployeeRec TO WS-AFTER-IMAGE
014430     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
014440         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
014450 5250-EXIT.
014460     EXIT.
014470
014480*----THE ABENDED RUN'S FINAL PAY ROWS COME OFF PAYHIST - EARNINGS
014490*----CODE FNL WITH A JOURNALED SSN AND TERM DATE, SO NO OTHER
014500*----ROW IS TOUCHED.
014510 5300-PURGE-PAY-HISTORY.
014520     MOVE "N" TO WS-PURGE-EOF-SW
014530     MOVE 0 TO WS-PURGED-COUNT
014540     OPEN INPUT PAYHIST-IO
014550     IF WS-HIST-STATUS NOT = "00"
014560         GO TO 5300-EXIT
014570     END-IF
014580     OPEN OUTPUT HISTWK-IO
014590     PERFORM 5350-PURGE-ONE-HIST THRU 5350-EXIT
014600         UNTIL NO-MORE-PURGE
014610     CLOSE PAYHIST-IO
014620     CLOSE HISTWK-IO
014630     MOVE "N" TO WS-PURGE-EOF-SW
014640     OPEN INPUT HISTWK-IO
014650     OPEN OUTPUT PAYHIST-IO
014660     PERFORM 5380-COPY-ONE-HIST THRU 5380-EXIT
014670         UNTIL NO-MORE-PURGE
014680     CLOSE HISTWK-IO
014690     CLOSE PAYHIST-IO
014700     DISPLAY "FINALPAY: RESTART - PAY HISTORY ROWS DROPPED - "
014710         WS-PURGED-COUNT.
014720 5300-EXIT.
014730     EXIT.
014740
014750 5350-PURGE-ONE-HIST.
014760     READ PAYHIST-IO
014770         AT END MOVE "Y" TO WS-PURGE-EOF-SW
014780     END-READ
014790     IF NO-MORE-PURGE
014800         GO TO 5350-EXIT
014810     END-IF
014820     MOVE PH-SSN TO WS-LOOK-SSN
014830     MOVE PH-PERIOD-END TO WS-LOOK-DATE
014840     PERFORM 5160-FIND-SSN-KEY THRU 5160-EXIT
014850     IF PH-EARN-CODE = WS-EARN-CODE
014860         AND KEY-ON-CHECKPOINT
014870         ADD 1 TO WS-PURGED-COUNT
014880     ELSE
014890         MOVE PAYHIST-REC TO HISTWK-REC
014900         WRITE HISTWK-REC
014910     END-IF.
014920 5350-EXIT.
014930     EXIT.
014940
014950 5380-COPY-ONE-HIST.
014960     READ HISTWK-IO
014970         AT END MOVE "Y" TO WS-PURGE-EOF-SW
014980     END-READ
014990     IF NOT NO-MORE-PURGE
015000         MOVE HISTWK-REC TO PAYHIST-REC
015010         WRITE PAYHIST-REC
015020     END-IF.
015030 5380-EXIT.
015040     EXIT.
015050
015060*----THE ABENDED RUN'S CHECK REQUESTS COME OFF FINALCHK THE SAME
015070*----WAY, BY PAYROLL ID AND TERM DATE.
015080 5400-PURGE-CHECK-REQUESTS.
015090     MOVE "N" TO WS-PURGE-EOF-SW
015100     MOVE 0 TO WS-PURGED-COUNT
015110     OPEN INPUT FINALCHK-IO
015120     IF WS-FCHK-STATUS NOT = "00"
015130         GO TO 5400-EXIT
015140     END-IF
015150     OPEN OUTPUT FCHKWK-IO
015160     PERFORM 5450-PURGE-ONE-REQUEST THRU 5450-EXIT
015170         UNTIL NO-MORE-PURGE
015180     CLOSE FINALCHK-IO
015190     CLOSE FCHKWK-IO
015200     MOVE "N" TO WS-PURGE-EOF-SW
015210     OPEN INPUT FCHKWK-IO
015220     OPEN OUTPUT FINALCHK-IO
015230     PERFORM 5480-COPY-ONE-REQUEST THRU 5480-EXIT
015240         UNTIL NO-MORE-PURGE
015250     CLOSE FCHKWK-IO
015260     CLOSE FINALCHK-IO
015270     DISPLAY "FINALPAY: RESTART - CHECK REQUESTS DROPPED - "
015280         WS-PURGED-COUNT.
015290 5400-EXIT.
015300     EXIT.
015310
015320 5450-PURGE-ONE-REQUEST.
015330     READ FINALCHK-IO
015340         AT END MOVE "Y" TO WS-PURGE-EOF-SW
015350     END-READ
015360     IF NO-MORE-PURGE
015370         GO TO 5450-EXIT
015380     END-IF
015390     MOVE FQ-EMP-ID TO WS-LOOK-EMP-ID
015400     MOVE FQ-PAY-DATE TO WS-LOOK-DATE
015410     PERFORM 5180-FIND-EMP-ID-KEY THRU 5180-EXIT
015420     IF KEY-ON-CHECKPOINT
015430         ADD 1 TO WS-PURGED-COUNT
015440     ELSE
015450         MOVE FINALCHK-REC TO FCHKWK-REC
015460         WRITE FCHKWK-REC
015470     END-IF.
015480 5450-EXIT.
015490     EXIT.
015500
015510 5480-COPY-ONE-REQUEST.
015520     READ FCHKWK-IO
015530         AT END MOVE "Y" TO WS-PURGE-EOF-SW
015540     END-READ
015550     IF NOT NO-MORE-PURGE
015560         MOVE FCHKWK-REC TO FINALCHK-REC
015570         WRITE FINALCHK-REC
015580     END-IF.
015590 5480-EXIT.
015600     EXIT.
015610
015620*----ONLY THIS COMPANY'S RECORDS LEAVE THE JOURNAL - ANOTHER
015630*----COMPANY'S ABENDED RECORDS STAY PENDING FOR ITS OWN RERUN.
015640 5500-CLEAR-CHECKPOINT.
015650     MOVE "N" TO WS-CKPT-EOF-SW
015660     OPEN INPUT CKPT-IO
015670     IF WS-CKPT-STATUS NOT = "00"
015680         GO TO 5500-EXIT
015690     END-IF
015700     OPEN OUTPUT CKPTWK-IO
015710     PERFORM 5550-KEEP-ONE-CKPT THRU 5550-EXIT
015720         UNTIL NO-MORE-CKPT
015730     CLOSE CKPT-IO
015740     CLOSE CKPTWK-IO
015750     MOVE "N" TO WS-CKPT-EOF-SW
015760     OPEN INPUT CKPTWK-IO
015770     OPEN OUTPUT CKPT-IO
015780     PERFORM 5580-COPY-ONE-CKPT THRU 5580-EXIT
015790         UNTIL NO-MORE-CKPT
015800     CLOSE CKPTWK-IO
015810     CLOSE CKPT-IO.
015820 5500-EXIT.
015830     EXIT.
015840
015850 5550-KEEP-ONE-CKPT.
015860     READ CKPT-IO
015870         AT END MOVE "Y" TO WS-CKPT-EOF-SW
015880     END-READ
015890     IF NOT NO-MORE-CKPT
015900         IF CK-COMPANY = WS-PAY-COMPANY
015910             CONTINUE
015920         ELSE
015930             MOVE CKPT-REC TO CKPTWK-REC
015940             WRITE CKPTWK-REC
015950         END-IF
015960     END-IF.
015970 5550-EXIT.
015980     EXIT.
015990
016000 5580-COPY-ONE-CKPT.
016010     READ CKPTWK-IO
016020         AT END MOVE "Y" TO WS-CKPT-EOF-SW
016030     END-READ
016040     IF NOT NO-MORE-CKPT
016050         MOVE CKPTWK-REC TO CKPT-REC
016060         WRITE CKPT-REC
016070     END-IF.
016080 5580-EXIT.
016090     EXIT.
