000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYVAR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - PRE-CHECK PAYROLL VARIANCE
000100*                   REVIEW. RUNS AFTER THE PAYROLL CALCULATION
000110*                   AND BEFORE CHECKWRT AND DDEPEXT. EACH
000120*                   EMPLOYEE'S OPEN-PERIOD PAY ON PAYHIST -
000130*                   HOURS, GROSS, NET, AND EVERY DEDUCTION - IS
000140*                   COMPARED WITH THE PRIOR PERIOD, AND A CHANGE
000150*                   BEYOND THE PAYVCTL PERCENTAGE IS FLAGGED ON
000160*                   THE PAYVRPT REPORT, AS ARE EMPLOYEES PAID
000170*                   THIS PERIOD BUT NOT LAST AND LAST PERIOD BUT
000180*                   NOT THIS. FLAGS HOLD THE PAYMENT STEPS ON THE
000190*                   PAYRLSE RELEASE RECORD UNTIL A RERUN CARRIES
000200*                   THE SUPERVISOR'S PAYVSIGN SIGN-OFF CARD.
000201*   2026-10-15  DP  THE PERIOD UNDER REVIEW, AND THE ONE STAMPED
000202*                   ON PAYRLSE, IS THE LATEST P ROW ON PERIODCT -
000203*                   THE PAYROLL RUN HAS ALREADY MARKED IT PAID, SO
000204*                   THE FIRST O ROW IS THE NEXT PERIOD.
000205*   2026-10-15  DP  THE RUN'S RETURN CODE IS KEPT IN WS-RUN-RC AND
000206*                   SET AFTER THE LAST CALL, SO A HELD OR REFUSED
000207*                   RUN NO LONGER ENDS WITH THE SUBPROGRAMS' ZERO
000208*                   CODE.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PAYHIST-IN  ASSIGN TO PAYHIST
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-HIST-STATUS.
000280     SELECT EMPMAST     ASSIGN TO EMPMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS ER-SSnum
000320         FILE STATUS IS WS-EMP-STATUS.
000330     SELECT USERPROF    ASSIGN TO USERPROF
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS UP-OPER-ID
000370         FILE STATUS IS WS-USER-STATUS.
000380     SELECT PERIOD-CTL  ASSIGN TO PERIODCT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PERIOD-STATUS.
000410     SELECT PAYCOCTL-IN ASSIGN TO PAYCOCTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PAYCO-STATUS.
000440     SELECT VARCTL-IN   ASSIGN TO PAYVCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-VCTL-STATUS.
000470     SELECT SIGNOFF-IN  ASSIGN TO PAYVSIGN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SIGN-STATUS.
000500     SELECT PAYRLSE-OUT ASSIGN TO PAYRLSE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RLSE-STATUS.
000530     SELECT VAR-RPT     ASSIGN TO PAYVRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PAYHIST-IN.
000590     COPY "PAYHIST.cpy".
000600
000610 FD  EMPMAST.
000620     COPY "EMPLOYEE.cpy".
000630
000640 FD  USERPROF.
000650     COPY "USERPROF.cpy".
000660
000670 FD  PERIOD-CTL.
000680 01  PERIOD-CTL-REC.
000690     05  PC-START         PIC 9(8).
000700     05  PC-END           PIC 9(8).
000710     05  PC-STATUS        PIC X(1).
000720     05  PC-COMPANY       PIC X(2).
000730
000740*----COMPANY SELECTED FOR THIS RUN - SPACES IS THE ORIGINAL
000750*----SINGLE-COMPANY BOOKS, SAME CARD THE PAYROLL RUN READS.
000760 FD  PAYCOCTL-IN.
000770 01  PAYCOCTL-REC         PIC X(2).
000780
000790*----VARIANCE THRESHOLDS, PERCENT WITH ONE DECIMAL - A CHANGE
000800*----FROM THE PRIOR PERIOD LARGER THAN THIS EITHER WAY IS
000810*----FLAGGED. A MISSING CARD OR A ZERO FIELD TAKES THE DEFAULT.
000820 FD  VARCTL-IN.
000830 01  VARCTL-REC.
000840     05  VT-GROSS-PCT     PIC 9(3)V9.
000850     05  VT-NET-PCT       PIC 9(3)V9.
000860     05  VT-HOURS-PCT     PIC 9(3)V9.
000870     05  VT-DED-PCT       PIC 9(3)V9.
000880
000890*----SUPERVISOR SIGN-OFF - THE PERIOD AND THE NUMBER OF FLAGS ON
000900*----THE REPORT SIGNED FOR, AND THE SIGNING OPERATOR. IT COUNTS
000910*----ONLY WHEN BOTH STILL MATCH THIS REVIEW, SO A SIGN-OFF NEVER
000920*----CARRIES OVER TO A PAYROLL THAT CHANGED AFTER IT WAS GIVEN.
000930 FD  SIGNOFF-IN.
000940 01  SIGNOFF-REC.
000950     05  VS-PERIOD-END    PIC 9(8).
000960     05  VS-FLAG-COUNT    PIC 9(5).
000970     05  VS-APPROVER      PIC X(8).
000980
000990 FD  PAYRLSE-OUT.
001000     COPY "PAYRLSE.cpy".
001010
001020 FD  VAR-RPT.
001030 01  VAR-RPT-REC          PIC X(60).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001070 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001080 01  WS-USER-STATUS       PIC X(2) VALUE SPACES.
001090 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001100 01  WS-PAYCO-STATUS      PIC X(2) VALUE SPACES.
001110 01  WS-VCTL-STATUS       PIC X(2) VALUE SPACES.
001120 01  WS-SIGN-STATUS       PIC X(2) VALUE SPACES.
001130 01  WS-RLSE-STATUS       PIC X(2) VALUE SPACES.
001140 01  WS-PAYCO-EOF-SW      PIC X(1) VALUE "N".
001150     88  NO-COMPANY-CARD      VALUE "Y".
001160 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001170 01  WS-HIST-EOF-SW       PIC X(1) VALUE "N".
001180     88  END-OF-HISTORY       VALUE "Y".
001190 01  WS-PERIOD-EOF-SW     PIC X(1) VALUE "N".
001200     88  NO-MORE-PERIODS      VALUE "Y".
001210 01  WS-PAID-FOUND-SW     PIC X(1) VALUE "N".
001220     88  PAID-PERIOD-FOUND    VALUE "Y".
001230 01  WS-REFUSED-SW        PIC X(1) VALUE "N".
001240     88  REVIEW-REFUSED       VALUE "Y".
001250 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001260     88  RUN-FILES-OPEN       VALUE "Y".
001270 01  WS-SIGNED-SW         PIC X(1) VALUE "N".
001280     88  SIGNED-OFF           VALUE "Y".
001290 01  WS-GRANT-SW          PIC X(1) VALUE "N".
001300     88  APPROVER-GRANTED     VALUE "Y".
001310 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001320     88  ENTRY-FOUND          VALUE "Y".
001330 01  WS-DED-FOUND-SW      PIC X(1) VALUE "N".
001340     88  DED-FOUND            VALUE "Y".
001350 01  WS-SECTION-SW        PIC X(1) VALUE "N".
001360     88  SECTION-HAS-LINES    VALUE "Y".
001370 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001380 01  WS-CUR-PERIOD-END    PIC 9(8) VALUE 0.
001390*----THE PRIOR PERIOD - THE LATEST REGULAR PAY DATE ON PAYHIST
001400*----BEFORE THE PAID PERIOD AMONG THIS COMPANY'S EMPLOYEES.
001410 01  WS-LAST-PERIOD       PIC 9(8) VALUE 0.
001420 01  WS-GROSS-LIMIT       PIC 9(3)V9 VALUE 20.0.
001430 01  WS-NET-LIMIT         PIC 9(3)V9 VALUE 20.0.
001440 01  WS-HOURS-LIMIT       PIC 9(3)V9 VALUE 20.0.
001450 01  WS-DED-LIMIT         PIC 9(3)V9 VALUE 20.0.
001460 01  WS-DED-IX            PIC 9(2) COMP VALUE 0.
001470 01  WS-FUNC-IX           PIC 9(2) COMP VALUE 0.
001480 01  WS-HIST-READ         PIC 9(7) COMP VALUE 0.
001490 01  WS-OVERFLOW-COUNT    PIC 9(5) COMP VALUE 0.
001500 01  WS-FLAG-COUNT        PIC 9(5) VALUE 0.
001510 01  WS-VAR-FLAGS         PIC 9(5) COMP VALUE 0.
001520 01  WS-NEW-FLAGS         PIC 9(5) COMP VALUE 0.
001530 01  WS-GONE-FLAGS        PIC 9(5) COMP VALUE 0.
001540 01  WS-REVIEWED-COUNT    PIC 9(5) COMP VALUE 0.
001550*----ONE COMPARISON - THE ITEM, ITS TWO FIGURES, AND THE LIMIT
001560 01  WS-CMP-ITEM          PIC X(7) VALUE SPACES.
001570 01  WS-CMP-PRIOR         PIC 9(6)V99 VALUE 0.
001580 01  WS-CMP-CURRENT       PIC 9(6)V99 VALUE 0.
001590 01  WS-CMP-LIMIT         PIC 9(3)V9 VALUE 0.
001600 01  WS-CMP-PCT           PIC S9(7)V9 VALUE 0.
001610*----ONE ROW PER EMPLOYEE PAID IN EITHER PERIOD - THE PAID
001620*----PERIOD'S PAY AND THE EMPLOYEE'S LATEST EARLIER PERIOD, EACH
001630*----SUMMED OVER ALL THE PERIOD'S PAYHIST CARDS, DEDUCTIONS BY
001640*----CODE. ANOTHER COMPANY'S EMPLOYEE KEEPS A ROW MARKED SO THE
001650*----MASTER IS READ ONLY ONCE FOR THEM.
001660 01  WS-EMP-COUNT         PIC 9(3) COMP VALUE 0.
001670 01  WS-EMP-TABLE.
001680     05  WS-V-ENTRY       OCCURS 999 TIMES INDEXED BY VIDX.
001690         10  WS-V-SSN     PIC 9(9).
001700         10  WS-V-EMP-ID  PIC X(5).
001710         10  WS-V-WHO     PIC X(15).
001720         10  WS-V-OTHER-SW PIC X(1).
001730             88  WS-V-OTHER-CO VALUE "Y".
001740         10  WS-V-CUR-CARDS PIC 9(3) COMP.
001750         10  WS-V-CUR-HOURS PIC 9(4).
001760         10  WS-V-CUR-GROSS PIC 9(6)V99.
001770         10  WS-V-CUR-NET PIC 9(6)V99.
001780         10  WS-V-PRV-DATE PIC 9(8).
001790         10  WS-V-PRV-HOURS PIC 9(4).
001800         10  WS-V-PRV-GROSS PIC 9(6)V99.
001810         10  WS-V-PRV-NET PIC 9(6)V99.
001820         10  WS-V-DED-COUNT PIC 9(2) COMP.
001830         10  WS-V-DED     OCCURS 15 TIMES INDEXED BY DIDX.
001840             15  WS-V-D-CODE PIC X(3).
001850             15  WS-V-D-CUR PIC 9(6)V99.
001860             15  WS-V-D-PRV PIC 9(6)V99.
001861*----THE STEP'S OWN RETURN CODE - THE SUBPROGRAM CALLS HAND BACK
001862*----THEIR OWN, SO IT IS KEPT HERE AND SET LAST
001863 01  WS-RUN-RC            PIC 9(2) VALUE 0.
001870*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
001880 01  WS-LOG-PROGRAM       PIC X(10) VALUE "PAYVAR".
001890 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
001900 01  WS-LOG-READ          PIC 9(7) VALUE 0.
001910 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
001920 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
001930 01  WS-LOG-RC            PIC 9(4) VALUE 0.
001940 01  WS-PERIOD-LINE.
001950     05  FILLER           PIC X(16) VALUE "CURRENT PERIOD  ".
001960     05  PL-CURRENT       PIC 99/99/9999.
001970     05  FILLER           PIC X(16) VALUE "  PRIOR PERIOD  ".
001980     05  PL-PRIOR         PIC 99/99/9999.
001990 01  WS-LIMIT-LINE.
002000     05  FILLER           PIC X(13) VALUE "LIMITS GROSS ".
002010     05  LL-GROSS         PIC ZZ9.9.
002020     05  FILLER           PIC X(6) VALUE "% NET ".
002030     05  LL-NET           PIC ZZ9.9.
002040     05  FILLER           PIC X(8) VALUE "% HOURS ".
002050     05  LL-HOURS         PIC ZZ9.9.
002060     05  FILLER           PIC X(6) VALUE "% DED ".
002070     05  LL-DED           PIC ZZ9.9.
002080     05  FILLER           PIC X(1) VALUE "%".
002090 01  WS-COLUMN-LINE.
002100     05  FILLER           PIC X(22) VALUE "EMPID NAME".
002110     05  FILLER           PIC X(8) VALUE "ITEM".
002120     05  FILLER           PIC X(11) VALUE "     PRIOR".
002130     05  FILLER           PIC X(11) VALUE "   CURRENT".
002140     05  FILLER           PIC X(8) VALUE " CHANGE%".
002150 01  WS-VAR-LINE.
002160     05  VL-EMP-ID        PIC X(5).
002170     05  FILLER           PIC X(1) VALUE SPACE.
002180     05  VL-WHO           PIC X(15).
002190     05  FILLER           PIC X(1) VALUE SPACE.
002200     05  VL-ITEM          PIC X(7).
002210     05  FILLER           PIC X(1) VALUE SPACE.
002220     05  VL-PRIOR         PIC ZZZ,ZZ9.99.
002230     05  FILLER           PIC X(1) VALUE SPACE.
002240     05  VL-CURRENT       PIC ZZZ,ZZ9.99.
002250     05  FILLER           PIC X(1) VALUE SPACE.
002260     05  VL-CHANGE        PIC X(8).
002270 01  WS-PCT-EDIT          PIC -ZZZZ9.9.
002280 01  WS-PAID-LINE.
002290     05  PD-EMP-ID        PIC X(5).
002300     05  FILLER           PIC X(1) VALUE SPACE.
002310     05  PD-WHO           PIC X(15).
002320     05  FILLER           PIC X(7) VALUE "  NET  ".
002330     05  PD-NET           PIC ZZZ,ZZ9.99.
002340     05  FILLER           PIC X(9) VALUE "  PERIOD ".
002350     05  PD-PERIOD        PIC 99/99/9999.
002360 01  WS-COUNT-LINE.
002370     05  CT-LABEL         PIC X(34).
002380     05  CT-COUNT         PIC ZZ,ZZ9.
002390 01  WS-RELEASE-LINE.
002400     05  RS-TEXT          PIC X(40).
002410     05  RS-APPROVER      PIC X(8).
002420 01  WS-RPT-CONTROL.
002430     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002440     05  WS-RPT-TITLE       PIC X(40)
002450         VALUE "PAYROLL VARIANCE REVIEW".
002460     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
002470     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
002480     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
002490     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
002500     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002510     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002520     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002530     05  WS-RPT-ID          PIC X(8) VALUE "PAYVAR".
002540     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002550 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002560
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     PERFORM 2000-GATHER-ONE THRU 2000-EXIT
002610         UNTIL END-OF-HISTORY
002620     PERFORM 4000-REVIEW-ALL THRU 4000-EXIT
002630     PERFORM 5000-DECIDE-RELEASE THRU 5000-EXIT
002640     PERFORM 3000-TERMINATE THRU 3000-EXIT
002650     GOBACK.
002660
002670 1000-INITIALIZE.
002680     MOVE "S" TO WS-LOG-EVENT
002690     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
002700         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
002710     CALL "GETBDATE" USING WS-RUN-DATE
002720     PERFORM 1600-GET-COMPANY THRU 1600-EXIT
002730     MOVE WS-PAY-COMPANY TO WS-RPT-COMPANY
002740     PERFORM 1300-GET-PAID-PERIOD THRU 1300-EXIT
002750     IF NOT PAID-PERIOD-FOUND
002760         DISPLAY "PAYVAR: NO PAID PERIOD ON THE CALENDAR - "
002770             "NOTHING TO REVIEW, PAYROLL HELD"
002780         PERFORM 1900-REFUSE THRU 1900-EXIT
002790         GO TO 1000-EXIT
002800     END-IF
002810     PERFORM 1400-GET-LIMITS THRU 1400-EXIT
002820     OPEN INPUT EMPMAST
002830     IF WS-EMP-STATUS NOT = "00"
002840         DISPLAY "PAYVAR: UNABLE TO OPEN EMPMAST - STATUS "
002850             WS-EMP-STATUS ", PAYROLL HELD"
002860         PERFORM 1900-REFUSE THRU 1900-EXIT
002870         GO TO 1000-EXIT
002880     END-IF
002890     OPEN INPUT PAYHIST-IN
002900     IF WS-HIST-STATUS NOT = "00"
002910         DISPLAY "PAYVAR: NO PAY HISTORY - STATUS "
002920             WS-HIST-STATUS ", PAYROLL HELD"
002930         CLOSE EMPMAST
002940         PERFORM 1900-REFUSE THRU 1900-EXIT
002950         GO TO 1000-EXIT
002960     END-IF
002970     OPEN OUTPUT VAR-RPT
002980     MOVE "I" TO WS-RPT-OP
002990     CALL "RPTWRITE" USING WS-RPT-CONTROL
003000     MOVE "Y" TO WS-FILES-OPEN-SW
003010     PERFORM 1100-READ-HIST THRU 1100-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-READ-HIST.
003060     READ PAYHIST-IN
003070         AT END MOVE "Y" TO WS-HIST-EOF-SW
003080     END-READ
003090     IF NOT END-OF-HISTORY
003100         ADD 1 TO WS-HIST-READ
003110     END-IF.
003120 1100-EXIT.
003130     EXIT.
003140
003150*----THE PERIOD UNDER REVIEW IS THE ONE THE PAYROLL RUN HAS JUST
003160*----MARKED PAID - THE LATEST P ROW ON THIS COMPANY'S PERIODCT
003161*----CALENDAR. THE FIRST O ROW IS ALREADY THE NEXT PERIOD.
003170 1300-GET-PAID-PERIOD.
003180     MOVE "N" TO WS-PAID-FOUND-SW
003181     MOVE 0 TO WS-CUR-PERIOD-END
003190     OPEN INPUT PERIOD-CTL
003200     IF WS-PERIOD-STATUS NOT = "00"
003210         GO TO 1300-EXIT
003220     END-IF
003230     PERFORM 1350-SCAN-ONE-PERIOD THRU 1350-EXIT
003240         UNTIL NO-MORE-PERIODS
003250     CLOSE PERIOD-CTL.
003260 1300-EXIT.
003270     EXIT.
003280
003290 1350-SCAN-ONE-PERIOD.
003300     READ PERIOD-CTL
003310         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
003320     END-READ
003330     IF NOT NO-MORE-PERIODS AND PC-STATUS = "P"
003340         AND PC-COMPANY = WS-PAY-COMPANY
003341         AND PC-END > WS-CUR-PERIOD-END
003350         MOVE "Y" TO WS-PAID-FOUND-SW
003360         MOVE PC-END TO WS-CUR-PERIOD-END
003370     END-IF.
003380 1350-EXIT.
003390     EXIT.
003400
003410 1400-GET-LIMITS.
003420     OPEN INPUT VARCTL-IN
003430     IF WS-VCTL-STATUS NOT = "00"
003440         GO TO 1400-EXIT
003450     END-IF
003460     READ VARCTL-IN
003470         AT END
003480             CLOSE VARCTL-IN
003490             GO TO 1400-EXIT
003500     END-READ
003510     IF VT-GROSS-PCT NUMERIC AND VT-GROSS-PCT > 0
003520         MOVE VT-GROSS-PCT TO WS-GROSS-LIMIT
003530     END-IF
003540     IF VT-NET-PCT NUMERIC AND VT-NET-PCT > 0
003550         MOVE VT-NET-PCT TO WS-NET-LIMIT
003560     END-IF
003570     IF VT-HOURS-PCT NUMERIC AND VT-HOURS-PCT > 0
003580         MOVE VT-HOURS-PCT TO WS-HOURS-LIMIT
003590     END-IF
003600     IF VT-DED-PCT NUMERIC AND VT-DED-PCT > 0
003610         MOVE VT-DED-PCT TO WS-DED-LIMIT
003620     END-IF
003630     CLOSE VARCTL-IN.
003640 1400-EXIT.
003650     EXIT.
003660
003670 1600-GET-COMPANY.
003680     OPEN INPUT PAYCOCTL-IN
003690     IF WS-PAYCO-STATUS NOT = "00"
003700         GO TO 1600-EXIT
003710     END-IF
003720     READ PAYCOCTL-IN
003730         AT END MOVE "Y" TO WS-PAYCO-EOF-SW
003740     END-READ
003750     IF NOT NO-COMPANY-CARD
003760         MOVE PAYCOCTL-REC TO WS-PAY-COMPANY
003770     END-IF
003780     CLOSE PAYCOCTL-IN.
003790 1600-EXIT.
003800     EXIT.
003810
003820*----A REVIEW THAT CANNOT RUN LEAVES THE PAYMENTS HELD, NEVER
003830*----RELEASED BY DEFAULT.
003840 1900-REFUSE.
003850     MOVE "Y" TO WS-REFUSED-SW
003860     MOVE "Y" TO WS-HIST-EOF-SW
003870     MOVE 12 TO WS-RUN-RC.
003880 1900-EXIT.
003890     EXIT.
003900
003910*----ONE PAYHIST CARD. OFF-CYCLE SUPPLEMENTAL ROWS (NON-BLANK
003920*----EARNINGS CODE) ARE NOT PERIOD PAY AND STAY OUT OF BOTH
003930*----SIDES OF THE COMPARISON.
003940 2000-GATHER-ONE.
003950     IF PH-EARN-CODE NOT = SPACES
003960         GO TO 2000-NEXT
003970     END-IF
003980     IF PH-PERIOD-END > WS-CUR-PERIOD-END
003990         GO TO 2000-NEXT
004000     END-IF
004010     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
004020     IF NOT ENTRY-FOUND
004030         ADD 1 TO WS-OVERFLOW-COUNT
004040         GO TO 2000-NEXT
004050     END-IF
004060     IF WS-V-OTHER-CO(VIDX)
004070         GO TO 2000-NEXT
004080     END-IF
004090     MOVE PH-EMP-ID TO WS-V-EMP-ID(VIDX)
004100     MOVE PH-WHO TO WS-V-WHO(VIDX)
004110     IF PH-PERIOD-END = WS-CUR-PERIOD-END
004120         ADD 1 TO WS-V-CUR-CARDS(VIDX)
004130         ADD PH-HOURS TO WS-V-CUR-HOURS(VIDX)
004140         ADD PH-GROSS TO WS-V-CUR-GROSS(VIDX)
004150         ADD PH-NET TO WS-V-CUR-NET(VIDX)
004160         PERFORM 2200-ADD-CUR-DED THRU 2200-EXIT
004170             VARYING WS-DED-IX FROM 1 BY 1
004180             UNTIL WS-DED-IX > PH-DED-CNT OR WS-DED-IX > 10
004190         GO TO 2000-NEXT
004200     END-IF
004210     IF PH-PERIOD-END > WS-LAST-PERIOD
004220         MOVE PH-PERIOD-END TO WS-LAST-PERIOD
004230     END-IF
004240     IF PH-PERIOD-END < WS-V-PRV-DATE(VIDX)
004250         GO TO 2000-NEXT
004260     END-IF
004270     IF PH-PERIOD-END > WS-V-PRV-DATE(VIDX)
004280         PERFORM 2300-START-PRIOR THRU 2300-EXIT
004290     END-IF
004300     ADD PH-HOURS TO WS-V-PRV-HOURS(VIDX)
004310     ADD PH-GROSS TO WS-V-PRV-GROSS(VIDX)
004320     ADD PH-NET TO WS-V-PRV-NET(VIDX)
004330     PERFORM 2250-ADD-PRV-DED THRU 2250-EXIT
004340         VARYING WS-DED-IX FROM 1 BY 1
004350         UNTIL WS-DED-IX > PH-DED-CNT OR WS-DED-IX > 10.
004360 2000-NEXT.
004370     PERFORM 1100-READ-HIST THRU 1100-EXIT.
004380 2000-EXIT.
004390     EXIT.
004400
004410*----FIND THE EMPLOYEE'S ROW, ADDING ONE ON FIRST SIGHT. WITH A
004420*----COMPANY SELECTED THE MASTER SAYS WHOSE EMPLOYEE IT IS; ONE
004430*----NO LONGER ON THE MASTER IS KEPT, AS THE PAYROLL PAID THEM.
004440 2100-FIND-EMPLOYEE.
004450     MOVE "N" TO WS-FOUND-SW
004460     PERFORM 2150-MATCH-ONE-ENTRY THRU 2150-EXIT
004470         VARYING VIDX FROM 1 BY 1
004480         UNTIL VIDX > WS-EMP-COUNT OR ENTRY-FOUND
004490     IF ENTRY-FOUND
004500         SET VIDX DOWN BY 1
004510         GO TO 2100-EXIT
004520     END-IF
004530     IF WS-EMP-COUNT >= 999
004540         GO TO 2100-EXIT
004550     END-IF
004560     ADD 1 TO WS-EMP-COUNT
004570     SET VIDX TO WS-EMP-COUNT
004580     MOVE "Y" TO WS-FOUND-SW
004590     MOVE PH-SSN TO WS-V-SSN(VIDX)
004600     MOVE "N" TO WS-V-OTHER-SW(VIDX)
004610     MOVE 0 TO WS-V-CUR-CARDS(VIDX)
004620     MOVE 0 TO WS-V-CUR-HOURS(VIDX)
004630     MOVE 0 TO WS-V-CUR-GROSS(VIDX)
004640     MOVE 0 TO WS-V-CUR-NET(VIDX)
004650     MOVE 0 TO WS-V-PRV-DATE(VIDX)
004660     MOVE 0 TO WS-V-PRV-HOURS(VIDX)
004670     MOVE 0 TO WS-V-PRV-GROSS(VIDX)
004680     MOVE 0 TO WS-V-PRV-NET(VIDX)
004690     MOVE 0 TO WS-V-DED-COUNT(VIDX)
004700     MOVE PH-SSN TO ER-SSnum
004710     READ EMPMAST
004720         INVALID KEY
004730             GO TO 2100-EXIT
004740     END-READ
004750     IF ER-COMPANY NOT = WS-PAY-COMPANY
004760         MOVE "Y" TO WS-V-OTHER-SW(VIDX)
004770     END-IF.
004780 2100-EXIT.
004790     EXIT.
004800
004810 2150-MATCH-ONE-ENTRY.
004820     IF WS-V-SSN(VIDX) = PH-SSN
004830         MOVE "Y" TO WS-FOUND-SW
004840     END-IF.
004850 2150-EXIT.
004860     EXIT.
004870
004880 2200-ADD-CUR-DED.
004890     PERFORM 2400-FIND-DED THRU 2400-EXIT
004900     IF DED-FOUND
004910         ADD PH-DED-AMT(WS-DED-IX) TO WS-V-D-CUR(VIDX, DIDX)
004920     END-IF.
004930 2200-EXIT.
004940     EXIT.
004950
004960 2250-ADD-PRV-DED.
004970     PERFORM 2400-FIND-DED THRU 2400-EXIT
004980     IF DED-FOUND
004990         ADD PH-DED-AMT(WS-DED-IX) TO WS-V-D-PRV(VIDX, DIDX)
005000     END-IF.
005010 2250-EXIT.
005020     EXIT.
005030
005040*----A LATER EARLIER-PERIOD TURNED UP - THE PRIOR SIDE STARTS
005050*----AGAIN FROM IT.
005060 2300-START-PRIOR.
005070     MOVE PH-PERIOD-END TO WS-V-PRV-DATE(VIDX)
005080     MOVE 0 TO WS-V-PRV-HOURS(VIDX)
005090     MOVE 0 TO WS-V-PRV-GROSS(VIDX)
005100     MOVE 0 TO WS-V-PRV-NET(VIDX)
005110     PERFORM 2350-CLEAR-ONE-PRV THRU 2350-EXIT
005120         VARYING DIDX FROM 1 BY 1
005130         UNTIL DIDX > WS-V-DED-COUNT(VIDX).
005140 2300-EXIT.
005150     EXIT.
005160
005170 2350-CLEAR-ONE-PRV.
005180     MOVE 0 TO WS-V-D-PRV(VIDX, DIDX).
005190 2350-EXIT.
005200     EXIT.
005210
005220 2400-FIND-DED.
005230     MOVE "N" TO WS-DED-FOUND-SW
005240     PERFORM 2450-MATCH-ONE-DED THRU 2450-EXIT
005250         VARYING DIDX FROM 1 BY 1
005260         UNTIL DIDX > WS-V-DED-COUNT(VIDX) OR DED-FOUND
005270     IF DED-FOUND
005280         SET DIDX DOWN BY 1
005290         GO TO 2400-EXIT
005300     END-IF
005310     IF WS-V-DED-COUNT(VIDX) >= 15
005320         GO TO 2400-EXIT
005330     END-IF
005340     ADD 1 TO WS-V-DED-COUNT(VIDX)
005350     SET DIDX TO WS-V-DED-COUNT(VIDX)
005360     MOVE "Y" TO WS-DED-FOUND-SW
005370     MOVE PH-DED-CODE(WS-DED-IX) TO WS-V-D-CODE(VIDX, DIDX)
005380     MOVE 0 TO WS-V-D-CUR(VIDX, DIDX)
005390     MOVE 0 TO WS-V-D-PRV(VIDX, DIDX).
005400 2400-EXIT.
005410     EXIT.
005420
005430 2450-MATCH-ONE-DED.
005440     IF WS-V-D-CODE(VIDX, DIDX) = PH-DED-CODE(WS-DED-IX)
005450         MOVE "Y" TO WS-DED-FOUND-SW
005460     END-IF.
005470 2450-EXIT.
005480     EXIT.
005490
005500 3000-TERMINATE.
005510     DISPLAY "PAYVAR: PAY HISTORY CARDS READ - " WS-HIST-READ
005520     DISPLAY "PAYVAR: EMPLOYEES COMPARED - " WS-REVIEWED-COUNT
005530     DISPLAY "PAYVAR: VARIANCES FLAGGED - " WS-VAR-FLAGS
005540     DISPLAY "PAYVAR: PAID THIS PERIOD NOT LAST - "
005550         WS-NEW-FLAGS
005560     DISPLAY "PAYVAR: PAID LAST PERIOD NOT THIS - "
005570         WS-GONE-FLAGS
005580     IF WS-OVERFLOW-COUNT > 0
005590         DISPLAY "PAYVAR: EMPLOYEE TABLE FULL - CARDS NOT "
005600             "REVIEWED - " WS-OVERFLOW-COUNT
005610     END-IF
005620     IF RUN-FILES-OPEN
005630         CLOSE PAYHIST-IN
005640         CLOSE EMPMAST
005650         CLOSE VAR-RPT
005660     END-IF
005670     MOVE WS-HIST-READ TO WS-LOG-READ
005680     MOVE WS-FLAG-COUNT TO WS-LOG-WRITTEN
005690     MOVE WS-OVERFLOW-COUNT TO WS-LOG-REJECTS
005700     MOVE "E" TO WS-LOG-EVENT
005710     MOVE WS-RUN-RC TO WS-LOG-RC
005720     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
005730         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
005731*----THE RETURN CODE IS SET LAST - THE RPTWRITE AND RUNLOG
005732*----CALLS WOULD OTHERWISE HAND BACK THEIR OWN ZERO CODE
005733     MOVE WS-RUN-RC TO RETURN-CODE.
005740 3000-EXIT.
005750     EXIT.
005760
005770*----THE REPORT - THE PERIODS AND LIMITS, THEN THE VARIANCES,
005780*----THE EMPLOYEES PAID THIS PERIOD BUT NOT LAST, AND THOSE PAID
005790*----LAST PERIOD BUT NOT THIS. EVERY LINE IN THE THREE SECTIONS
005800*----IS A FLAG THE SUPERVISOR SIGNS OFF.
005810 4000-REVIEW-ALL.
005820     IF REVIEW-REFUSED
005830         GO TO 4000-EXIT
005840     END-IF
005850     MOVE WS-CUR-PERIOD-END TO PL-CURRENT
005860     MOVE WS-LAST-PERIOD TO PL-PRIOR
005870     MOVE SPACES TO WS-RPT-DETAIL
005880     MOVE WS-PERIOD-LINE TO WS-RPT-DETAIL
005890     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005900     MOVE WS-GROSS-LIMIT TO LL-GROSS
005910     MOVE WS-NET-LIMIT TO LL-NET
005920     MOVE WS-HOURS-LIMIT TO LL-HOURS
005930     MOVE WS-DED-LIMIT TO LL-DED
005940     MOVE SPACES TO WS-RPT-DETAIL
005950     MOVE WS-LIMIT-LINE TO WS-RPT-DETAIL
005960     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005970*----THE FIRST PERIOD ON HISTORY HAS NOTHING TO COMPARE WITH
005980     IF WS-LAST-PERIOD = 0
005990         MOVE "NO PRIOR PERIOD ON PAY HISTORY - NOTHING COMPARED"
006000             TO WS-RPT-DETAIL
006010         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006020         GO TO 4000-EXIT
006030     END-IF
006040     MOVE "VARIANCES OVER THE LIMITS" TO WS-RPT-DETAIL
006050     PERFORM 8100-PRINT-SECTION-HEAD THRU 8100-EXIT
006060     MOVE SPACES TO WS-RPT-DETAIL
006070     MOVE WS-COLUMN-LINE TO WS-RPT-DETAIL
006080     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006090     PERFORM 4100-REVIEW-ONE THRU 4100-EXIT
006100         VARYING VIDX FROM 1 BY 1 UNTIL VIDX > WS-EMP-COUNT
006110     PERFORM 8150-PRINT-SECTION-END THRU 8150-EXIT
006120     MOVE "PAID THIS PERIOD, NOT LAST" TO WS-RPT-DETAIL
006130     PERFORM 8100-PRINT-SECTION-HEAD THRU 8100-EXIT
006140     PERFORM 4300-CHECK-NEW-ONE THRU 4300-EXIT
006150         VARYING VIDX FROM 1 BY 1 UNTIL VIDX > WS-EMP-COUNT
006160     PERFORM 8150-PRINT-SECTION-END THRU 8150-EXIT
006170     MOVE "PAID LAST PERIOD, NOT THIS" TO WS-RPT-DETAIL
006180     PERFORM 8100-PRINT-SECTION-HEAD THRU 8100-EXIT
006190     PERFORM 4400-CHECK-GONE-ONE THRU 4400-EXIT
006200         VARYING VIDX FROM 1 BY 1 UNTIL VIDX > WS-EMP-COUNT
006210     PERFORM 8150-PRINT-SECTION-END THRU 8150-EXIT
006220     COMPUTE WS-FLAG-COUNT = WS-VAR-FLAGS + WS-NEW-FLAGS
006230         + WS-GONE-FLAGS.
006240 4000-EXIT.
006250     EXIT.
006260
006270*----PAID IN BOTH PERIODS - EACH FIGURE AGAINST ITS LIMIT
006280 4100-REVIEW-ONE.
006290     IF WS-V-OTHER-CO(VIDX) OR WS-V-CUR-CARDS(VIDX) = 0
006300         OR WS-V-PRV-DATE(VIDX) NOT = WS-LAST-PERIOD
006310         GO TO 4100-EXIT
006320     END-IF
006330     ADD 1 TO WS-REVIEWED-COUNT
006340     MOVE "HOURS" TO WS-CMP-ITEM
006350     MOVE WS-V-PRV-HOURS(VIDX) TO WS-CMP-PRIOR
006360     MOVE WS-V-CUR-HOURS(VIDX) TO WS-CMP-CURRENT
006370     MOVE WS-HOURS-LIMIT TO WS-CMP-LIMIT
006380     PERFORM 4200-COMPARE THRU 4200-EXIT
006390     MOVE "GROSS" TO WS-CMP-ITEM
006400     MOVE WS-V-PRV-GROSS(VIDX) TO WS-CMP-PRIOR
006410     MOVE WS-V-CUR-GROSS(VIDX) TO WS-CMP-CURRENT
006420     MOVE WS-GROSS-LIMIT TO WS-CMP-LIMIT
006430     PERFORM 4200-COMPARE THRU 4200-EXIT
006440     PERFORM 4150-REVIEW-ONE-DED THRU 4150-EXIT
006450         VARYING DIDX FROM 1 BY 1
006460         UNTIL DIDX > WS-V-DED-COUNT(VIDX)
006470     MOVE "NET" TO WS-CMP-ITEM
006480     MOVE WS-V-PRV-NET(VIDX) TO WS-CMP-PRIOR
006490     MOVE WS-V-CUR-NET(VIDX) TO WS-CMP-CURRENT
006500     MOVE WS-NET-LIMIT TO WS-CMP-LIMIT
006510     PERFORM 4200-COMPARE THRU 4200-EXIT.
006520 4100-EXIT.
006530     EXIT.
006540
006550 4150-REVIEW-ONE-DED.
006560     MOVE SPACES TO WS-CMP-ITEM
006570     STRING "DED " DELIMITED BY SIZE
006580         WS-V-D-CODE(VIDX, DIDX) DELIMITED BY SIZE
006590         INTO WS-CMP-ITEM
006600     MOVE WS-V-D-PRV(VIDX, DIDX) TO WS-CMP-PRIOR
006610     MOVE WS-V-D-CUR(VIDX, DIDX) TO WS-CMP-CURRENT
006620     MOVE WS-DED-LIMIT TO WS-CMP-LIMIT
006630     PERFORM 4200-COMPARE THRU 4200-EXIT.
006640 4150-EXIT.
006650     EXIT.
006660
006670*----A FIGURE THAT APPEARS OR DISAPPEARS IS ALWAYS FLAGGED;
006680*----OTHERWISE THE CHANGE IS TAKEN AS A PERCENT OF THE PRIOR
006690*----FIGURE AND FLAGGED WHEN IT EXCEEDS THE LIMIT EITHER WAY.
006700 4200-COMPARE.
006710     IF WS-CMP-CURRENT = WS-CMP-PRIOR
006720         GO TO 4200-EXIT
006730     END-IF
006740     EVALUATE TRUE
006750         WHEN WS-CMP-PRIOR = 0
006760             MOVE "     NEW" TO VL-CHANGE
006770         WHEN WS-CMP-CURRENT = 0
006780             MOVE " DROPPED" TO VL-CHANGE
006790         WHEN OTHER
006800             COMPUTE WS-CMP-PCT ROUNDED =
006810                 (WS-CMP-CURRENT - WS-CMP-PRIOR) * 100
006820                 / WS-CMP-PRIOR
006830             IF WS-CMP-PCT NOT > WS-CMP-LIMIT
006840                 AND WS-CMP-PCT NOT < 0 - WS-CMP-LIMIT
006850                 GO TO 4200-EXIT
006860             END-IF
006870             IF WS-CMP-PCT > 99999.9
006880                 MOVE "  >99999" TO VL-CHANGE
006890             ELSE
006900                 MOVE WS-CMP-PCT TO WS-PCT-EDIT
006910                 MOVE WS-PCT-EDIT TO VL-CHANGE
006920             END-IF
006930     END-EVALUATE
006940     ADD 1 TO WS-VAR-FLAGS
006950     MOVE WS-V-EMP-ID(VIDX) TO VL-EMP-ID
006960     MOVE WS-V-WHO(VIDX) TO VL-WHO
006970     MOVE WS-CMP-ITEM TO VL-ITEM
006980     MOVE WS-CMP-PRIOR TO VL-PRIOR
006990     MOVE WS-CMP-CURRENT TO VL-CURRENT
007000     MOVE SPACES TO WS-RPT-DETAIL
007010     MOVE WS-VAR-LINE TO WS-RPT-DETAIL
007020     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007030     MOVE "Y" TO WS-SECTION-SW.
007040 4200-EXIT.
007050     EXIT.
007060
007070 4300-CHECK-NEW-ONE.
007080     IF WS-V-OTHER-CO(VIDX) OR WS-V-CUR-CARDS(VIDX) = 0
007090         OR WS-V-PRV-DATE(VIDX) = WS-LAST-PERIOD
007100         GO TO 4300-EXIT
007110     END-IF
007120     ADD 1 TO WS-NEW-FLAGS
007130     MOVE WS-V-CUR-NET(VIDX) TO PD-NET
007140     MOVE WS-CUR-PERIOD-END TO PD-PERIOD
007150     PERFORM 4500-PRINT-PAID-LINE THRU 4500-EXIT.
007160 4300-EXIT.
007170     EXIT.
007180
007190 4400-CHECK-GONE-ONE.
007200     IF WS-V-OTHER-CO(VIDX) OR WS-V-CUR-CARDS(VIDX) > 0
007210         OR WS-V-PRV-DATE(VIDX) NOT = WS-LAST-PERIOD
007220         GO TO 4400-EXIT
007230     END-IF
007240     ADD 1 TO WS-GONE-FLAGS
007250     MOVE WS-V-PRV-NET(VIDX) TO PD-NET
007260     MOVE WS-LAST-PERIOD TO PD-PERIOD
007270     PERFORM 4500-PRINT-PAID-LINE THRU 4500-EXIT.
007280 4400-EXIT.
007290     EXIT.
007300
007310 4500-PRINT-PAID-LINE.
007320     MOVE WS-V-EMP-ID(VIDX) TO PD-EMP-ID
007330     MOVE WS-V-WHO(VIDX) TO PD-WHO
007340     MOVE SPACES TO WS-RPT-DETAIL
007350     MOVE WS-PAID-LINE TO WS-RPT-DETAIL
007360     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007370     MOVE "Y" TO WS-SECTION-SW.
007380 4500-EXIT.
007390     EXIT.
007400
007410*----NO FLAGS RELEASES THE PAYMENTS AT ONCE. FLAGS HOLD THEM
007420*----UNLESS THE SIGN-OFF CARD MATCHES THIS REVIEW AND ITS
007430*----OPERATOR IS ACTIVE AND GRANTED THE PAYVAR FUNCTION.
007440 5000-DECIDE-RELEASE.
007450     MOVE WS-CUR-PERIOD-END TO RL-PERIOD-END
007460     MOVE WS-PAY-COMPANY TO RL-COMPANY
007470     MOVE WS-FLAG-COUNT TO RL-FLAG-COUNT
007480     MOVE SPACES TO RL-APPROVER
007490     MOVE WS-RUN-DATE TO RL-REVIEW-DATE
007500     MOVE "H" TO RL-STATUS
007510     IF REVIEW-REFUSED
007520         GO TO 5000-WRITE
007530     END-IF
007540     MOVE "EXCEPTIONS FLAGGED FOR SIGN-OFF" TO CT-LABEL
007550     MOVE WS-FLAG-COUNT TO CT-COUNT
007560     MOVE SPACES TO WS-RPT-DETAIL
007570     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
007580     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007590     MOVE SPACES TO RS-APPROVER
007600     IF WS-FLAG-COUNT = 0
007610         MOVE "R" TO RL-STATUS
007620         MOVE "PAYMENTS RELEASED - NOTHING FLAGGED" TO RS-TEXT
007630         GO TO 5000-PRINT
007640     END-IF
007650     PERFORM 5100-READ-SIGNOFF THRU 5100-EXIT
007660     IF SIGNED-OFF
007670         MOVE "R" TO RL-STATUS
007680         MOVE VS-APPROVER TO RL-APPROVER
007690         MOVE "PAYMENTS RELEASED - SIGNED OFF BY"
007700             TO RS-TEXT
007710         MOVE VS-APPROVER TO RS-APPROVER
007720     ELSE
007730         MOVE "PAYMENTS HELD - SUPERVISOR SIGN-OFF DUE"
007740             TO RS-TEXT
007750         DISPLAY "PAYVAR: " WS-FLAG-COUNT
007760             " EXCEPTIONS AWAIT SIGN-OFF - PAYROLL HELD"
007770         MOVE 4 TO WS-RUN-RC
007780     END-IF.
007790 5000-PRINT.
007800     MOVE SPACES TO WS-RPT-DETAIL
007810     MOVE WS-RELEASE-LINE TO WS-RPT-DETAIL
007820     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
007830 5000-WRITE.
007840     OPEN OUTPUT PAYRLSE-OUT
007850     WRITE PayRlseRec
007860     CLOSE PAYRLSE-OUT.
007870 5000-EXIT.
007880     EXIT.
007890
007900 5100-READ-SIGNOFF.
007910     MOVE "N" TO WS-SIGNED-SW
007920     OPEN INPUT SIGNOFF-IN
007930     IF WS-SIGN-STATUS NOT = "00"
007940         GO TO 5100-EXIT
007950     END-IF
007960     READ SIGNOFF-IN
007970         AT END
007980             CLOSE SIGNOFF-IN
007990             GO TO 5100-EXIT
008000     END-READ
008010     CLOSE SIGNOFF-IN
008020     IF VS-PERIOD-END NOT = WS-CUR-PERIOD-END
008030         OR VS-FLAG-COUNT NOT = WS-FLAG-COUNT
008040         DISPLAY "PAYVAR: SIGN-OFF CARD IS NOT FOR THIS "
008050             "REVIEW - PERIOD " VS-PERIOD-END " FLAGS "
008060             VS-FLAG-COUNT
008070         GO TO 5100-EXIT
008080     END-IF
008090     PERFORM 5200-CHECK-APPROVER THRU 5200-EXIT
008100     IF APPROVER-GRANTED
008110         MOVE "Y" TO WS-SIGNED-SW
008120     ELSE
008130         DISPLAY "PAYVAR: OPERATOR " VS-APPROVER
008140             " MAY NOT SIGN OFF THE PAYROLL REVIEW"
008150     END-IF.
008160 5100-EXIT.
008170     EXIT.
008180
008190 5200-CHECK-APPROVER.
008200     MOVE "N" TO WS-GRANT-SW
008210     IF VS-APPROVER = SPACES
008220         GO TO 5200-EXIT
008230     END-IF
008240     OPEN INPUT USERPROF
008250     IF WS-USER-STATUS NOT = "00"
008260         GO TO 5200-EXIT
008270     END-IF
008280     MOVE VS-APPROVER TO UP-OPER-ID
008290     READ USERPROF
008300         INVALID KEY
008310             CLOSE USERPROF
008320             GO TO 5200-EXIT
008330     END-READ
008340     IF UP-ACTIVE
008350         PERFORM 5250-CHECK-ONE-FUNCTION THRU 5250-EXIT
008360             VARYING WS-FUNC-IX FROM 1 BY 1
008370             UNTIL WS-FUNC-IX > 12 OR APPROVER-GRANTED
008380     END-IF
008390     CLOSE USERPROF.
008400 5200-EXIT.
008410     EXIT.
008420
008430 5250-CHECK-ONE-FUNCTION.
008440     IF UP-FUNCTION(WS-FUNC-IX) = "PAYVAR"
008450         OR UP-FUNCTION(WS-FUNC-IX) = "*ALL"
008460         MOVE "Y" TO WS-GRANT-SW
008470     END-IF.
008480 5250-EXIT.
008490     EXIT.
008500
008510*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
008520*----WRITER SO EVERY REPORT IN THE SHOP LOOKS THE SAME.
008530 8000-PRINT-RPT-DETAIL.
008540     MOVE "D" TO WS-RPT-OP
008550     CALL "RPTWRITE" USING WS-RPT-CONTROL
008560     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
008570 8000-EXIT.
008580     EXIT.
008590
008600 8100-PRINT-SECTION-HEAD.
008610     MOVE "N" TO WS-SECTION-SW
008620     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
008630 8100-EXIT.
008640     EXIT.
008650
008660 8150-PRINT-SECTION-END.
008670     IF NOT SECTION-HAS-LINES
008680         MOVE "  NONE" TO WS-RPT-DETAIL
008690         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
008700     END-IF.
008710 8150-EXIT.
008720     EXIT.
008730
008740 8200-FLUSH-RPT-LINES.
008750     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
008760         VARYING WS-RPT-IX FROM 1 BY 1
008770         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
008780 8200-EXIT.
008790     EXIT.
008800
008810 8250-WRITE-ONE-RPT-LINE.
008820     WRITE VAR-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
008830 8250-EXIT.
008840     EXIT.
