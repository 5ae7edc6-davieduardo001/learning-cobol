000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY941.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - QUARTERLY FEDERAL PAYROLL TAX
000100*                   LIABILITY REPORT FOR THE 941. THE P941CTL
000110*                   CARD NAMES THE YEAR AND QUARTER; EVERY
000120*                   PAYHIST RECORD WHOSE PERIOD END FALLS IN
000130*                   THE QUARTER IS JOINED TO EMPMAST BY SSN FOR
000140*                   ITS OPERATING COMPANY, AND EACH COMPANY GETS
000150*                   ITS OWN REPORT - WAGES, FEDERAL WITHHOLDING,
000160*                   EMPLOYEE FICA AND THE MATCHING EMPLOYER
000170*                   SHARE, LIABILITY BY MONTH AND BY PAY DATE
000180*                   FOR THE DEPOSIT SCHEDULE, AND A TIE-OUT OF
000190*                   THE QUARTER BACK TO YTDMAST. AN OUT OF
000200*                   BALANCE TIE-OUT ENDS THE STEP WITH RC 4.
000201*   2026-10-15  DP  EACH COMPANY'S REPORT IS TAGGED WITH REPORT ID
000202*                   PAY941 AND ITS COMPANY FOR THE RPTSPOOL
000203*                   DISTRIBUTION RUN.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT P941CTL-IN  ASSIGN TO P941CTL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CTL-STATUS.
000280     SELECT PAYHIST-IN  ASSIGN TO PAYHIST
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-HIST-STATUS.
000310     SELECT EMPMAST     ASSIGN TO EMPMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ER-SSnum
000350         FILE STATUS IS WS-EMP-STATUS.
000360     SELECT YTDMAST     ASSIGN TO YTDMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS YT-SSNUM
000400         FILE STATUS IS WS-YTD-STATUS.
000410     SELECT P941-RPT    ASSIGN TO P941RPT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----YEAR AND QUARTER BEING REPORTED, E.G. 20263 FOR THE THIRD
000470*----QUARTER OF 2026.
000480 FD  P941CTL-IN.
000490 01  P941CTL-REC.
000500     05  QC-YEAR          PIC 9(4).
000510     05  QC-QUARTER       PIC 9(1).
000520
000530 FD  PAYHIST-IN.
000540     COPY "PAYHIST.cpy".
000550
000560 FD  EMPMAST.
000570     COPY "EMPLOYEE.cpy".
000580
000590 FD  YTDMAST.
000600     COPY "YTDREC.cpy".
000610
000620 FD  P941-RPT.
000630 01  P941-RPT-REC         PIC X(60).
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000670 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
000680 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
000690 01  WS-YTD-STATUS        PIC X(2) VALUE SPACES.
000700 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000710     88  NO-CONTROL-REC       VALUE "Y".
000720 01  WS-HIST-EOF-SW       PIC X(1) VALUE "N".
000730     88  END-OF-HISTORY       VALUE "Y".
000740 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
000750     88  END-OF-EMPLOYEES     VALUE "Y".
000760 01  WS-YTD-EOF-SW        PIC X(1) VALUE "N".
000770     88  END-OF-YTD           VALUE "Y".
000780 01  WS-EMP-FOUND-SW      PIC X(1) VALUE "N".
000790     88  EMP-IN-TABLE         VALUE "Y".
000800 01  WS-CO-FOUND-SW       PIC X(1) VALUE "N".
000810     88  COMPANY-IN-TABLE     VALUE "Y".
000820 01  WS-DTE-FOUND-SW      PIC X(1) VALUE "N".
000830     88  PAY-DATE-IN-TABLE    VALUE "Y".
000840 01  WS-RPT-YEAR          PIC 9(4) VALUE 0.
000850 01  WS-RPT-QUARTER       PIC 9(1) VALUE 0.
000860 01  WS-QTR-FIRST-MONTH   PIC 9(2) VALUE 0.
000870 01  WS-QTR-LAST-MONTH    PIC 9(2) VALUE 0.
000880 01  WS-MONTH-IX          PIC 9(1) VALUE 0.
000890 01  WS-DATE-WORK         PIC 9(8) VALUE 0.
000900 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000910     05  WS-DW-YEAR       PIC 9(4).
000920     05  WS-DW-MONTH      PIC 9(2).
000930     05  WS-DW-DAY        PIC 9(2).
000940 01  WS-FIND-SSN          PIC 9(9) VALUE 0.
000950 01  WS-FOUND-COMPANY     PIC X(2) VALUE SPACES.
000960 01  WS-MONTH-NO          PIC 9(2) VALUE 0.
000970 01  WS-HIST-COUNT        PIC 9(7) COMP VALUE 0.
000980 01  WS-QTR-COUNT         PIC 9(7) COMP VALUE 0.
000990 01  WS-ORPHAN-COUNT      PIC 9(5) COMP VALUE 0.
001000 01  WS-OUT-OF-BAL-COUNT  PIC 9(3) COMP VALUE 0.
001010*----SSN TO COMPANY, LOADED FROM EMPMAST AT STARTUP SO EACH
001020*----PAYHIST AND YTDMAST RECORD COSTS ONE TABLE SEARCH. AN SSN
001030*----NOT ON THE MASTER IS CARRIED UNDER COMPANY "??" SO ITS
001040*----MONEY STILL SHOWS.
001050 01  WS-EMP-COUNT         PIC 9(4) COMP VALUE 0.
001060 01  WS-EMP-TABLE.
001070     05  WS-EMP-ENTRY     OCCURS 500 TIMES INDEXED BY EMP-IDX.
001080         10  WS-E-SSN     PIC 9(9).
001090         10  WS-E-COMPANY PIC X(2).
001100*----ONE ROW PER OPERATING COMPANY - EACH FILES ITS OWN 941.
001110 01  WS-CO-COUNT          PIC 9(2) COMP VALUE 0.
001120 01  WS-CO-TABLE.
001130     05  WS-CO-ENTRY      OCCURS 20 TIMES INDEXED BY CO-IDX.
001140         10  WS-C-COMPANY     PIC X(2).
001150         10  WS-C-QTR-GROSS   PIC 9(9)V99.
001160         10  WS-C-QTR-FICA    PIC 9(9)V99.
001170         10  WS-C-QTR-FEDWH   PIC 9(9)V99.
001180         10  WS-C-MONTH       OCCURS 3 TIMES.
001190             15  WS-C-MON-GROSS   PIC 9(9)V99.
001200             15  WS-C-MON-FICA    PIC 9(9)V99.
001210             15  WS-C-MON-FEDWH   PIC 9(9)V99.
001220*----THE SAME YEAR'S PAYHIST BEFORE AND AFTER THE QUARTER, SO
001230*----THE QUARTER CAN BE CARVED BACK OUT OF THE YTDMAST TOTALS.
001240         10  WS-C-PRIOR-GROSS PIC 9(9)V99.
001250         10  WS-C-PRIOR-FICA  PIC 9(9)V99.
001260         10  WS-C-PRIOR-FEDWH PIC 9(9)V99.
001270         10  WS-C-LATER-GROSS PIC 9(9)V99.
001280         10  WS-C-LATER-FICA  PIC 9(9)V99.
001290         10  WS-C-LATER-FEDWH PIC 9(9)V99.
001300         10  WS-C-YTD-GROSS   PIC 9(9)V99.
001310         10  WS-C-YTD-FICA    PIC 9(9)V99.
001320         10  WS-C-YTD-FEDWH   PIC 9(9)V99.
001330*----ONE ROW PER COMPANY AND PAY DATE IN THE QUARTER - THE
001340*----SEMIWEEKLY DEPOSIT SCHEDULE IS BUILT FROM THESE.
001350 01  WS-DTE-COUNT         PIC 9(3) COMP VALUE 0.
001360 01  WS-DTE-TABLE.
001370     05  WS-DTE-ENTRY     OCCURS 300 TIMES INDEXED BY DTE-IDX.
001380         10  WS-D-COMPANY     PIC X(2).
001390         10  WS-D-PERIOD-END  PIC 9(8).
001400         10  WS-D-FICA        PIC 9(9)V99.
001410         10  WS-D-FEDWH       PIC 9(9)V99.
001420 01  WS-FICA-BOTH         PIC 9(9)V99 VALUE 0.
001430 01  WS-LIABILITY         PIC 9(9)V99 VALUE 0.
001440 01  WS-DERIVED           PIC S9(9)V99 VALUE 0.
001450 01  WS-DIFFERENCE        PIC S9(9)V99 VALUE 0.
001460 01  WS-TIE-YTD           PIC 9(9)V99 VALUE 0.
001470 01  WS-TIE-PRIOR         PIC 9(9)V99 VALUE 0.
001480 01  WS-TIE-LATER         PIC 9(9)V99 VALUE 0.
001490 01  WS-TIE-QTR           PIC 9(9)V99 VALUE 0.
001500 01  WS-TIE-NAME          PIC X(12) VALUE SPACES.
001510 01  WS-AMOUNT-LINE.
001520     05  AL-LABEL         PIC X(30).
001530     05  AL-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER           PIC X(1) VALUE SPACE.
001550     05  AL-FLAG          PIC X(12).
001560 01  WS-TEXT-LINE         PIC X(60) VALUE SPACES.
001570 01  WS-DEPOSIT-HEAD.
001580     05  FILLER           PIC X(20) VALUE "DEPOSIT SCHEDULE".
001590     05  FILLER           PIC X(13) VALUE "      FED W/H".
001600     05  FILLER           PIC X(14) VALUE "       FICA X2".
001610     05  FILLER           PIC X(13) VALUE "    LIABILITY".
001620 01  WS-DEPOSIT-LINE.
001630     05  DP-LABEL         PIC X(10).
001640     05  DP-DATE          PIC X(8).
001650     05  FILLER           PIC X(2) VALUE SPACES.
001660     05  DP-FEDWH         PIC ZZ,ZZZ,ZZ9.99.
001670     05  FILLER           PIC X(1) VALUE SPACE.
001680     05  DP-FICA          PIC ZZ,ZZZ,ZZ9.99.
001690     05  FILLER           PIC X(1) VALUE SPACE.
001700     05  DP-LIABILITY     PIC ZZ,ZZZ,ZZ9.99.
001710 01  WS-TITLE-LINE.
001720     05  FILLER           PIC X(21)
001730                          VALUE "941 LIABILITY - CO ".
001740     05  TT-COMPANY       PIC X(2).
001750     05  FILLER           PIC X(2) VALUE SPACES.
001760     05  TT-YEAR          PIC 9(4).
001770     05  FILLER           PIC X(2) VALUE " Q".
001780     05  TT-QUARTER       PIC 9(1).
001790     05  FILLER           PIC X(8) VALUE SPACES.
001800 01  WS-RPT-CONTROL.
001810     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
001820     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
001830     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
001840     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
001850     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
001860     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
001870     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001880     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001890     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001891     05  WS-RPT-ID          PIC X(8) VALUE "PAY941".
001892     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001900 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001910
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 2000-ACCUM-ONE-HIST THRU 2000-EXIT
001960         UNTIL END-OF-HISTORY
001970     PERFORM 3000-SUM-YTD THRU 3000-EXIT
001980     PERFORM 4000-PRINT-COMPANIES THRU 4000-EXIT
001990     PERFORM 5000-TERMINATE THRU 5000-EXIT
002000     GOBACK.
002010
002020*----NO QUARTER, NO REPORT - THE FIGURES GO ON A FILED RETURN
002030*----AND MUST NEVER COME FROM A GUESSED PERIOD.
002040 1000-INITIALIZE.
002050     OPEN INPUT P941CTL-IN
002060     IF WS-CTL-STATUS NOT = "00"
002070         DISPLAY "PAY941: NO P941CTL QUARTER CONTROL - "
002080             "RUN REFUSED"
002090         MOVE 12 TO RETURN-CODE
002100         MOVE "Y" TO WS-HIST-EOF-SW
002110         GO TO 1000-EXIT
002120     END-IF
002130     READ P941CTL-IN
002140         AT END MOVE "Y" TO WS-CTL-EOF-SW
002150     END-READ
002160     CLOSE P941CTL-IN
002170     IF NO-CONTROL-REC OR QC-YEAR = 0
002180         OR QC-QUARTER < 1 OR QC-QUARTER > 4
002190         DISPLAY "PAY941: P941CTL EMPTY OR INVALID - "
002200             "RUN REFUSED"
002210         MOVE 12 TO RETURN-CODE
002220         MOVE "Y" TO WS-HIST-EOF-SW
002230         GO TO 1000-EXIT
002240     END-IF
002250     MOVE QC-YEAR TO WS-RPT-YEAR
002260     MOVE QC-QUARTER TO WS-RPT-QUARTER
002270     COMPUTE WS-QTR-FIRST-MONTH = (WS-RPT-QUARTER * 3) - 2
002280     COMPUTE WS-QTR-LAST-MONTH = WS-RPT-QUARTER * 3
002290     PERFORM 1200-LOAD-EMP-TABLE THRU 1200-EXIT
002300     OPEN INPUT PAYHIST-IN
002310     IF WS-HIST-STATUS NOT = "00"
002320         DISPLAY "PAY941: UNABLE TO OPEN PAYHIST - STATUS "
002330             WS-HIST-STATUS
002340         MOVE 8 TO RETURN-CODE
002350         MOVE "Y" TO WS-HIST-EOF-SW
002360         GO TO 1000-EXIT
002370     END-IF
002380     OPEN OUTPUT P941-RPT
002390     PERFORM 1100-READ-HIST THRU 1100-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430 1100-READ-HIST.
002440     READ PAYHIST-IN
002450         AT END MOVE "Y" TO WS-HIST-EOF-SW
002460     END-READ.
002470 1100-EXIT.
002480     EXIT.
002490
002500*----ONE SEQUENTIAL PASS OVER EMPMAST FOR EVERY SSN AND ITS
002510*----COMPANY - TERMINATED EMPLOYEES STAY IN, THEIR WAGES ARE
002520*----STILL ON THE QUARTER.
002530 1200-LOAD-EMP-TABLE.
002540     OPEN INPUT EMPMAST
002550     IF WS-EMP-STATUS NOT = "00"
002560         DISPLAY "PAY941: UNABLE TO OPEN EMPMAST - STATUS "
002570             WS-EMP-STATUS
002580         MOVE "Y" TO WS-EMP-EOF-SW
002590         GO TO 1200-EXIT
002600     END-IF
002610     MOVE ZEROES TO ER-SSnum
002620     START EMPMAST KEY IS NOT LESS THAN ER-SSnum
002630         INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
002640     END-START
002650     PERFORM 1250-LOAD-ONE-EMPLOYEE THRU 1250-EXIT
002660         UNTIL END-OF-EMPLOYEES OR WS-EMP-COUNT >= 500
002670     CLOSE EMPMAST.
002680 1200-EXIT.
002690     EXIT.
002700
002710 1250-LOAD-ONE-EMPLOYEE.
002720     READ EMPMAST NEXT RECORD
002730         AT END MOVE "Y" TO WS-EMP-EOF-SW
002740     END-READ
002750     IF NOT END-OF-EMPLOYEES
002760         ADD 1 TO WS-EMP-COUNT
002770         SET EMP-IDX TO WS-EMP-COUNT
002780         MOVE ER-SSnum TO WS-E-SSN(EMP-IDX)
002790         MOVE ER-COMPANY TO WS-E-COMPANY(EMP-IDX)
002800     END-IF.
002810 1250-EXIT.
002820     EXIT.
002830
002840*----SSN IN WS-FIND-SSN TO ITS COMPANY IN WS-FOUND-COMPANY.
002850 1300-FIND-COMPANY.
002860     MOVE "N" TO WS-EMP-FOUND-SW
002870     MOVE "??" TO WS-FOUND-COMPANY
002880     IF WS-EMP-COUNT = 0
002890         GO TO 1300-EXIT
002900     END-IF
002910     PERFORM 1350-MATCH-ONE-EMP THRU 1350-EXIT
002920         VARYING EMP-IDX FROM 1 BY 1
002930         UNTIL EMP-IDX > WS-EMP-COUNT OR EMP-IN-TABLE.
002940 1300-EXIT.
002950     EXIT.
002960
002970 1350-MATCH-ONE-EMP.
002980     IF WS-E-SSN(EMP-IDX) = WS-FIND-SSN
002990         MOVE "Y" TO WS-EMP-FOUND-SW
003000         MOVE WS-E-COMPANY(EMP-IDX) TO WS-FOUND-COMPANY
003010     END-IF.
003020 1350-EXIT.
003030     EXIT.
003040
003050*----LEAVES CO-IDX ON THE COMPANY'S ROW, ADDING IT IF NEW.
003060 1400-FIND-COMPANY-ROW.
003070     MOVE "N" TO WS-CO-FOUND-SW
003080     IF WS-CO-COUNT > 0
003090         PERFORM 1450-MATCH-ONE-COMPANY THRU 1450-EXIT
003100             VARYING CO-IDX FROM 1 BY 1
003110             UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-IN-TABLE
003120     END-IF
003130     IF COMPANY-IN-TABLE
003140         GO TO 1400-EXIT
003150     END-IF
003160     IF WS-CO-COUNT >= 20
003170         DISPLAY "PAY941: MORE THAN 20 COMPANIES - "
003180             WS-FOUND-COMPANY " REPORTED UNDER THE LAST ROW"
003190         SET CO-IDX TO WS-CO-COUNT
003200         GO TO 1400-EXIT
003210     END-IF
003220     ADD 1 TO WS-CO-COUNT
003230     SET CO-IDX TO WS-CO-COUNT
003240     INITIALIZE WS-CO-ENTRY(CO-IDX)
003250     MOVE WS-FOUND-COMPANY TO WS-C-COMPANY(CO-IDX).
003260 1400-EXIT.
003270     EXIT.
003280
003290 1450-MATCH-ONE-COMPANY.
003300     IF WS-C-COMPANY(CO-IDX) = WS-FOUND-COMPANY
003310         MOVE "Y" TO WS-CO-FOUND-SW
003320*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
003330*----VARYING BUMPS IT ON THE WAY OUT.
003340         SET CO-IDX DOWN BY 1
003350     END-IF.
003360 1450-EXIT.
003370     EXIT.
003380
003390*----EVERY PAYHIST RECORD OF THE REPORT YEAR LANDS IN ONE OF
003400*----THREE PLACES FOR ITS COMPANY - BEFORE THE QUARTER, IN IT,
003410*----OR AFTER IT. ONLY THE QUARTER FEEDS THE 941 FIGURES; THE
003420*----OTHER TWO FEED THE YTDMAST TIE-OUT.
003430 2000-ACCUM-ONE-HIST.
003440     ADD 1 TO WS-HIST-COUNT
003450     MOVE PH-PERIOD-END TO WS-DATE-WORK
003460     IF WS-DW-YEAR NOT = WS-RPT-YEAR
003470         GO TO 2000-NEXT
003480     END-IF
003490     MOVE PH-SSN TO WS-FIND-SSN
003500     PERFORM 1300-FIND-COMPANY THRU 1300-EXIT
003510     IF NOT EMP-IN-TABLE
003520         ADD 1 TO WS-ORPHAN-COUNT
003530     END-IF
003540     PERFORM 1400-FIND-COMPANY-ROW THRU 1400-EXIT
003550     EVALUATE TRUE
003560         WHEN WS-DW-MONTH < WS-QTR-FIRST-MONTH
003570             ADD PH-GROSS TO WS-C-PRIOR-GROSS(CO-IDX)
003580             ADD PH-FICA TO WS-C-PRIOR-FICA(CO-IDX)
003590             ADD PH-FEDWH TO WS-C-PRIOR-FEDWH(CO-IDX)
003600         WHEN WS-DW-MONTH > WS-QTR-LAST-MONTH
003610             ADD PH-GROSS TO WS-C-LATER-GROSS(CO-IDX)
003620             ADD PH-FICA TO WS-C-LATER-FICA(CO-IDX)
003630             ADD PH-FEDWH TO WS-C-LATER-FEDWH(CO-IDX)
003640         WHEN OTHER
003650             PERFORM 2100-ACCUM-QUARTER THRU 2100-EXIT
003660     END-EVALUATE.
003670 2000-NEXT.
003680     PERFORM 1100-READ-HIST THRU 1100-EXIT.
003690 2000-EXIT.
003700     EXIT.
003710
003720 2100-ACCUM-QUARTER.
003730     ADD 1 TO WS-QTR-COUNT
003740     ADD PH-GROSS TO WS-C-QTR-GROSS(CO-IDX)
003750     ADD PH-FICA TO WS-C-QTR-FICA(CO-IDX)
003760     ADD PH-FEDWH TO WS-C-QTR-FEDWH(CO-IDX)
003770     COMPUTE WS-MONTH-IX = WS-DW-MONTH - WS-QTR-FIRST-MONTH + 1
003780     ADD PH-GROSS TO WS-C-MON-GROSS(CO-IDX, WS-MONTH-IX)
003790     ADD PH-FICA TO WS-C-MON-FICA(CO-IDX, WS-MONTH-IX)
003800     ADD PH-FEDWH TO WS-C-MON-FEDWH(CO-IDX, WS-MONTH-IX)
003810     PERFORM 2200-POST-PAY-DATE THRU 2200-EXIT.
003820 2100-EXIT.
003830     EXIT.
003840
003850*----THE PERIOD END IS THE PAY DATE OF RECORD ON PAYHIST.
003860 2200-POST-PAY-DATE.
003870     MOVE "N" TO WS-DTE-FOUND-SW
003880     IF WS-DTE-COUNT > 0
003890         PERFORM 2250-MATCH-ONE-DATE THRU 2250-EXIT
003900             VARYING DTE-IDX FROM 1 BY 1
003910             UNTIL DTE-IDX > WS-DTE-COUNT OR PAY-DATE-IN-TABLE
003920     END-IF
003930     IF NOT PAY-DATE-IN-TABLE
003940         IF WS-DTE-COUNT >= 300
003950             DISPLAY "PAY941: PAY DATE TABLE FULL - "
003960                 PH-PERIOD-END " LEFT OFF THE SCHEDULE"
003970             MOVE 4 TO RETURN-CODE
003980             GO TO 2200-EXIT
003990         END-IF
004000         ADD 1 TO WS-DTE-COUNT
004010         SET DTE-IDX TO WS-DTE-COUNT
004020         MOVE WS-C-COMPANY(CO-IDX) TO WS-D-COMPANY(DTE-IDX)
004030         MOVE PH-PERIOD-END TO WS-D-PERIOD-END(DTE-IDX)
004040         MOVE 0 TO WS-D-FICA(DTE-IDX) WS-D-FEDWH(DTE-IDX)
004050     END-IF
004060     ADD PH-FICA TO WS-D-FICA(DTE-IDX)
004070     ADD PH-FEDWH TO WS-D-FEDWH(DTE-IDX).
004080 2200-EXIT.
004090     EXIT.
004100
004110 2250-MATCH-ONE-DATE.
004120     IF WS-D-COMPANY(DTE-IDX) = WS-C-COMPANY(CO-IDX)
004130         AND WS-D-PERIOD-END(DTE-IDX) = PH-PERIOD-END
004140         MOVE "Y" TO WS-DTE-FOUND-SW
004150         SET DTE-IDX DOWN BY 1
004160     END-IF.
004170 2250-EXIT.
004180     EXIT.
004190
004200*----YTDMAST TOTALS BY COMPANY FOR THE TIE-OUT. YTDMAST HOLDS
004210*----THE REPORT YEAR ONLY UNTIL THE W2EXTR ROLLOVER, SO A
004220*----FOURTH QUARTER REPORT MUST RUN BEFORE YEAR-END.
004230 3000-SUM-YTD.
004240     IF RETURN-CODE = 12 OR RETURN-CODE = 8
004250         GO TO 3000-EXIT
004260     END-IF
004270     OPEN INPUT YTDMAST
004280     IF WS-YTD-STATUS NOT = "00"
004290         DISPLAY "PAY941: UNABLE TO OPEN YTDMAST - STATUS "
004300             WS-YTD-STATUS " - TIE-OUT WILL NOT BALANCE"
004310         GO TO 3000-EXIT
004320     END-IF
004330     MOVE ZEROES TO YT-SSNUM
004340     START YTDMAST KEY IS NOT LESS THAN YT-SSNUM
004350         INVALID KEY MOVE "Y" TO WS-YTD-EOF-SW
004360     END-START
004370     PERFORM 3100-SUM-ONE-YTD THRU 3100-EXIT
004380         UNTIL END-OF-YTD
004390     CLOSE YTDMAST.
004400 3000-EXIT.
004410     EXIT.
004420
004430 3100-SUM-ONE-YTD.
004440     READ YTDMAST NEXT RECORD
004450         AT END MOVE "Y" TO WS-YTD-EOF-SW
004460     END-READ
004470     IF END-OF-YTD
004480         GO TO 3100-EXIT
004490     END-IF
004500     MOVE YT-SSNUM TO WS-FIND-SSN
004510     PERFORM 1300-FIND-COMPANY THRU 1300-EXIT
004520     PERFORM 1400-FIND-COMPANY-ROW THRU 1400-EXIT
004530     ADD YT-GROSS TO WS-C-YTD-GROSS(CO-IDX)
004540     ADD YT-FICA TO WS-C-YTD-FICA(CO-IDX)
004550     ADD YT-FEDWH TO WS-C-YTD-FEDWH(CO-IDX).
004560 3100-EXIT.
004570     EXIT.
004580
004590 4000-PRINT-COMPANIES.
004600     IF RETURN-CODE = 12 OR RETURN-CODE = 8
004610         GO TO 4000-EXIT
004620     END-IF
004630     IF WS-CO-COUNT = 0
004640         DISPLAY "PAY941: NO PAYHIST FOR THE REPORT YEAR"
004650         GO TO 4000-EXIT
004660     END-IF
004670     PERFORM 4100-PRINT-ONE-COMPANY THRU 4100-EXIT
004680         VARYING CO-IDX FROM 1 BY 1
004690         UNTIL CO-IDX > WS-CO-COUNT.
004700 4000-EXIT.
004710     EXIT.
004720
004730*----EACH COMPANY STARTS ITS OWN REPORT - PAGE ONE, ITS OWN
004740*----TITLE - BECAUSE EACH FILES ITS OWN RETURN.
004750 4100-PRINT-ONE-COMPANY.
004760     MOVE WS-C-COMPANY(CO-IDX) TO TT-COMPANY
004761     MOVE WS-C-COMPANY(CO-IDX) TO WS-RPT-COMPANY
004770     MOVE WS-RPT-YEAR TO TT-YEAR
004780     MOVE WS-RPT-QUARTER TO TT-QUARTER
004790     MOVE WS-TITLE-LINE TO WS-RPT-TITLE
004800     MOVE "I" TO WS-RPT-OP
004810     CALL "RPTWRITE" USING WS-RPT-CONTROL
004820     IF WS-C-COMPANY(CO-IDX) = "??"
004830         MOVE "SSNS NOT ON EMPMAST - ASSIGN A COMPANY"
004840             TO WS-TEXT-LINE
004850         PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
004860     END-IF
004870     COMPUTE WS-FICA-BOTH = WS-C-QTR-FICA(CO-IDX) * 2
004880     COMPUTE WS-LIABILITY = WS-C-QTR-FEDWH(CO-IDX)
004890         + WS-FICA-BOTH
004900     MOVE "WAGES, TIPS, COMPENSATION" TO AL-LABEL
004910     MOVE WS-C-QTR-GROSS(CO-IDX) TO AL-AMOUNT
004920     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
004930     MOVE "FEDERAL INCOME TAX WITHHELD" TO AL-LABEL
004940     MOVE WS-C-QTR-FEDWH(CO-IDX) TO AL-AMOUNT
004950     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
004960     MOVE "FICA WITHHELD - EMPLOYEE" TO AL-LABEL
004970     MOVE WS-C-QTR-FICA(CO-IDX) TO AL-AMOUNT
004980     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
004990     MOVE "FICA MATCH - EMPLOYER" TO AL-LABEL
005000     MOVE WS-C-QTR-FICA(CO-IDX) TO AL-AMOUNT
005010     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005020     MOVE "TOTAL FICA" TO AL-LABEL
005030     MOVE WS-FICA-BOTH TO AL-AMOUNT
005040     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
005050     MOVE SPACES TO WS-TEXT-LINE
005060     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005070     PERFORM 4200-PRINT-ONE-MONTH THRU 4200-EXIT
005080         VARYING WS-MONTH-IX FROM 1 BY 1
005090         UNTIL WS-MONTH-IX > 3
005100     MOVE SPACES TO WS-TEXT-LINE
005110     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005120     MOVE WS-DEPOSIT-HEAD TO WS-TEXT-LINE
005130     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005140     IF WS-DTE-COUNT > 0
005150         PERFORM 4300-PRINT-ONE-DATE THRU 4300-EXIT
005160             VARYING DTE-IDX FROM 1 BY 1
005170             UNTIL DTE-IDX > WS-DTE-COUNT
005180     END-IF
005190     MOVE SPACES TO WS-TEXT-LINE
005200     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005210     PERFORM 4400-PRINT-TIE-OUT THRU 4400-EXIT
005220     MOVE SPACES TO WS-AMOUNT-LINE
005230     MOVE "TOTAL QUARTER LIABILITY" TO AL-LABEL
005240     MOVE WS-LIABILITY TO AL-AMOUNT
005250     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
005260     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT.
005270 4100-EXIT.
005280     EXIT.
005290
005300 4200-PRINT-ONE-MONTH.
005310     MOVE SPACES TO WS-DEPOSIT-LINE
005320     COMPUTE WS-MONTH-NO = WS-QTR-FIRST-MONTH + WS-MONTH-IX - 1
005330     STRING "MONTH " WS-MONTH-NO DELIMITED BY SIZE
005340         INTO DP-LABEL
005350     END-STRING
005360     MOVE WS-C-MON-FEDWH(CO-IDX, WS-MONTH-IX) TO DP-FEDWH
005370     COMPUTE WS-FICA-BOTH =
005380         WS-C-MON-FICA(CO-IDX, WS-MONTH-IX) * 2
005390     MOVE WS-FICA-BOTH TO DP-FICA
005400     COMPUTE WS-LIABILITY =
005410         WS-C-MON-FEDWH(CO-IDX, WS-MONTH-IX) + WS-FICA-BOTH
005420     MOVE WS-LIABILITY TO DP-LIABILITY
005430     MOVE WS-DEPOSIT-LINE TO WS-TEXT-LINE
005440     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT.
005450 4200-EXIT.
005460     EXIT.
005470
005480 4300-PRINT-ONE-DATE.
005490     IF WS-D-COMPANY(DTE-IDX) NOT = WS-C-COMPANY(CO-IDX)
005500         GO TO 4300-EXIT
005510     END-IF
005520     MOVE SPACES TO WS-DEPOSIT-LINE
005530     MOVE "PAY DATE" TO DP-LABEL
005540     MOVE WS-D-PERIOD-END(DTE-IDX) TO DP-DATE
005550     MOVE WS-D-FEDWH(DTE-IDX) TO DP-FEDWH
005560     COMPUTE WS-FICA-BOTH = WS-D-FICA(DTE-IDX) * 2
005570     MOVE WS-FICA-BOTH TO DP-FICA
005580     COMPUTE WS-LIABILITY = WS-D-FEDWH(DTE-IDX) + WS-FICA-BOTH
005590     MOVE WS-LIABILITY TO DP-LIABILITY
005600     MOVE WS-DEPOSIT-LINE TO WS-TEXT-LINE
005610     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT.
005620 4300-EXIT.
005630     EXIT.
005640
005650*----YTDMAST LESS THE YEAR'S PAYHIST BEFORE AND AFTER THE
005660*----QUARTER MUST EQUAL THE QUARTER ITSELF. ANYTHING POSTED TO
005670*----YTDMAST WITHOUT A PAYHIST RECORD SHOWS UP HERE.
005680 4400-PRINT-TIE-OUT.
005690     MOVE "TIE-OUT TO YTDMAST" TO WS-TEXT-LINE
005700     PERFORM 8300-PRINT-TEXT THRU 8300-EXIT
005710     MOVE "GROSS" TO WS-TIE-NAME
005720     MOVE WS-C-YTD-GROSS(CO-IDX) TO WS-TIE-YTD
005730     MOVE WS-C-PRIOR-GROSS(CO-IDX) TO WS-TIE-PRIOR
005740     MOVE WS-C-LATER-GROSS(CO-IDX) TO WS-TIE-LATER
005750     MOVE WS-C-QTR-GROSS(CO-IDX) TO WS-TIE-QTR
005760     PERFORM 4500-TIE-ONE-FIGURE THRU 4500-EXIT
005770     MOVE "FICA" TO WS-TIE-NAME
005780     MOVE WS-C-YTD-FICA(CO-IDX) TO WS-TIE-YTD
005790     MOVE WS-C-PRIOR-FICA(CO-IDX) TO WS-TIE-PRIOR
005800     MOVE WS-C-LATER-FICA(CO-IDX) TO WS-TIE-LATER
005810     MOVE WS-C-QTR-FICA(CO-IDX) TO WS-TIE-QTR
005820     PERFORM 4500-TIE-ONE-FIGURE THRU 4500-EXIT
005830     MOVE "FED W/H" TO WS-TIE-NAME
005840     MOVE WS-C-YTD-FEDWH(CO-IDX) TO WS-TIE-YTD
005850     MOVE WS-C-PRIOR-FEDWH(CO-IDX) TO WS-TIE-PRIOR
005860     MOVE WS-C-LATER-FEDWH(CO-IDX) TO WS-TIE-LATER
005870     MOVE WS-C-QTR-FEDWH(CO-IDX) TO WS-TIE-QTR
005880     PERFORM 4500-TIE-ONE-FIGURE THRU 4500-EXIT.
005890 4400-EXIT.
005900     EXIT.
005910
005920 4500-TIE-ONE-FIGURE.
005930     COMPUTE WS-DERIVED = WS-TIE-YTD - WS-TIE-PRIOR
005940         - WS-TIE-LATER
005950     COMPUTE WS-DIFFERENCE = WS-DERIVED - WS-TIE-QTR
005960     MOVE SPACES TO WS-AMOUNT-LINE
005970     STRING WS-TIE-NAME DELIMITED BY "  "
005980         " PER YTDMAST" DELIMITED BY SIZE
005990         INTO AL-LABEL
006000     END-STRING
006010     MOVE WS-DERIVED TO AL-AMOUNT
006020     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT
006030     MOVE SPACES TO WS-AMOUNT-LINE
006040     STRING WS-TIE-NAME DELIMITED BY "  "
006050         " PER PAYHIST" DELIMITED BY SIZE
006060         INTO AL-LABEL
006070     END-STRING
006080     MOVE WS-TIE-QTR TO AL-AMOUNT
006090     IF WS-DIFFERENCE NOT = 0
006100         MOVE "OUT OF BAL" TO AL-FLAG
006110         ADD 1 TO WS-OUT-OF-BAL-COUNT
006120     END-IF
006130     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
006140 4500-EXIT.
006150     EXIT.
006160
006170 5000-TERMINATE.
006180     DISPLAY "PAY941: PAYHIST RECORDS READ - " WS-HIST-COUNT
006190     DISPLAY "PAY941: RECORDS IN THE QUARTER - " WS-QTR-COUNT
006200     DISPLAY "PAY941: COMPANIES REPORTED - " WS-CO-COUNT
006210     IF WS-ORPHAN-COUNT > 0
006220         DISPLAY "PAY941: PAYHIST SSNS NOT ON EMPMAST - "
006230             WS-ORPHAN-COUNT
006240         IF RETURN-CODE < 4
006250             MOVE 4 TO RETURN-CODE
006260         END-IF
006270     END-IF
006280     IF WS-OUT-OF-BAL-COUNT > 0
006290         DISPLAY "PAY941: YTDMAST TIE-OUT OUT OF BALANCE - "
006300             WS-OUT-OF-BAL-COUNT " FIGURES"
006310         IF RETURN-CODE < 4
006320             MOVE 4 TO RETURN-CODE
006330         END-IF
006340     END-IF
006350     IF RETURN-CODE NOT = 12 AND RETURN-CODE NOT = 8
006360         CLOSE PAYHIST-IN
006370         CLOSE P941-RPT
006380     END-IF.
006390 5000-EXIT.
006400     EXIT.
006410
006420*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
006430*----WRITER SO EVERY REPORT IN THE SHOP LOOKS THE SAME.
006440 8000-PRINT-RPT-DETAIL.
006450     MOVE "D" TO WS-RPT-OP
006460     CALL "RPTWRITE" USING WS-RPT-CONTROL
006470     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
006480 8000-EXIT.
006490     EXIT.
006500
006510 8100-PRINT-RPT-TOTAL.
006520     MOVE "T" TO WS-RPT-OP
006530     CALL "RPTWRITE" USING WS-RPT-CONTROL
006540     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
006550 8100-EXIT.
006560     EXIT.
006570
006580 8200-FLUSH-RPT-LINES.
006590     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
006600         VARYING WS-RPT-IX FROM 1 BY 1
006610         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
006620 8200-EXIT.
006630     EXIT.
006640
006650 8250-WRITE-ONE-RPT-LINE.
006660     WRITE P941-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
006670 8250-EXIT.
006680     EXIT.
006690
006700 8300-PRINT-TEXT.
006710     MOVE WS-TEXT-LINE TO WS-RPT-DETAIL
006720     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006730     MOVE SPACES TO WS-TEXT-LINE.
006740 8300-EXIT.
006750     EXIT.
006760
006770 8400-PRINT-AMOUNT.
006780     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL
006790     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006800     MOVE SPACES TO WS-AMOUNT-LINE.
006810 8400-EXIT.
006820     EXIT.
