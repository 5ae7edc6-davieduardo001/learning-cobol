000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPAPPR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - SECOND-OPERATOR APPROVAL OF THE
000100*                   BANK DETAIL AND PAY CHANGES EMPMAINT HOLDS ON
000110*                   EMPPEND. THE SIGNED-ON OPERATOR REVIEWS EACH
000120*                   PENDING CHANGE - OLD AND NEW ROUTING AND
000130*                   ACCOUNT, PAY TYPE, RATE, AND SALARY - AND
000140*                   APPROVES, REJECTS, OR SKIPS IT. A CHANGE THE
000150*                   OPERATOR KEYED THEMSELVES CANNOT BE DECIDED
000160*                   BY THEM. AN APPROVAL APPLIES THE CHANGE TO
000170*                   EMPMAST, RESTARTS THE ACH PRENOTE FOR NEW
000180*                   BANK DETAILS, AND WRITES THE RATEHIST ROW
000190*                   FOR A PAY CHANGE; EVERY DECISION IS JOURNALED
000200*                   THROUGH JRNLWRIT.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT EMPMAST     ASSIGN TO EMPMAST
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS ER-SSnum
000290         FILE STATUS IS WS-EMP-STATUS.
000300     SELECT EMPPEND     ASSIGN TO EMPPEND
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PC-SSN
000340         FILE STATUS IS WS-PEND-STATUS.
000350     SELECT RATEHIST    ASSIGN TO RATEHIST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RH-KEY
000390         FILE STATUS IS WS-RATE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  EMPMAST.
000440     COPY "EMPLOYEE.cpy".
000450
000460 FD  EMPPEND.
000470     COPY "EMPPEND.cpy".
000480
000490 FD  RATEHIST.
000500     COPY "RATEHIST.cpy".
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000540 01  WS-PEND-STATUS         PIC X(2) VALUE SPACES.
000550 01  WS-RATE-STATUS         PIC X(2) VALUE SPACES.
000560 01  WS-PEND-EOF-SW         PIC X(1) VALUE "N".
000570     88  NO-MORE-PENDING        VALUE "Y".
000580 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000590     88  EMPMAST-RESERVED       VALUE "Y".
000600 01  WS-PEND-OPEN-SW        PIC X(1) VALUE "N".
000610     88  EMPPEND-OPEN           VALUE "Y".
000620 01  WS-EMP-OPEN-SW         PIC X(1) VALUE "N".
000630     88  EMPMAST-OPEN           VALUE "Y".
000640 01  WS-RATE-OPEN-SW        PIC X(1) VALUE "N".
000650     88  RATEHIST-OPEN          VALUE "Y".
000660 01  WS-DECISION            PIC X(1) VALUE SPACE.
000670 01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
000680 01  WS-APPROVED-COUNT      PIC 9(5) COMP VALUE 0.
000690 01  WS-REJECTED-COUNT      PIC 9(5) COMP VALUE 0.
000700 01  WS-SKIPPED-COUNT       PIC 9(5) COMP VALUE 0.
000710 01  WS-MASKED-SSN          PIC X(11) VALUE SPACES.
000720 01  WS-SSN-9               PIC 9(9) VALUE 0.
000730 01  WS-RATE-SHOW           PIC ZZ9.99.
000740 01  WS-SALARY-SHOW         PIC ZZ,ZZ9.99.
000750*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000760 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "EMPAPPR".
000770 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000780 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000790 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000800 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000810 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000820 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000830*----OPERATOR SIGN-ON - SEE SIGNON
000840 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000850 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "EMPAPPR".
000860 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000870 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000880*----PAY RATE HISTORY WORK AREAS
000890 01  WS-RATE-EOF-SW         PIC X(1) VALUE "N".
000900     88  NO-MORE-RATE-HIST      VALUE "Y".
000910 01  WS-PRIOR-FOUND-SW      PIC X(1) VALUE "N".
000920     88  PRIOR-RATE-FOUND       VALUE "Y".
000930 01  WS-RATE-EFF-DATE       PIC 9(8) VALUE 0.
000940 01  WS-OLD-RATE            PIC 9(3)V99 VALUE 0.
000950 01  WS-OLD-SALARY          PIC 9(5)V99 VALUE 0.
000960 01  WS-PRIOR-RATE          PIC 9(3)V99 VALUE 0.
000970 01  WS-PRIOR-SALARY        PIC 9(5)V99 VALUE 0.
000980 01  WS-NEW-RATE            PIC 9(3)V99 VALUE 0.
000990 01  WS-NEW-SALARY          PIC 9(5)V99 VALUE 0.
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 2000-REVIEW-ONE-CHANGE THRU 2000-EXIT
001050         UNTIL NO-MORE-PENDING
001060     PERFORM 3000-TERMINATE THRU 3000-EXIT
001070     GOBACK.
001080
001090 1000-INITIALIZE.
001100     MOVE "Y" TO WS-PEND-EOF-SW
001110     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001120     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001130         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
001140     IF WS-SIGNON-RESULT NOT = "G"
001150         DISPLAY "EMPAPPR: SIGN-ON REFUSED - SESSION ENDED"
001160         MOVE 12 TO RETURN-CODE
001170         GO TO 1000-EXIT
001180     END-IF
001190     MOVE "R" TO WS-LOCK-ACTION
001200     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001210         WS-LOCK-ACTION, WS-LOCK-RESULT
001220     IF WS-LOCK-RESULT = "B"
001230         DISPLAY "EMPAPPR: EMPMAST IS IN USE BY ANOTHER "
001240             "PROGRAM - TRY AGAIN LATER"
001250         MOVE 8 TO RETURN-CODE
001260         GO TO 1000-EXIT
001270     END-IF
001280     MOVE "Y" TO WS-LOCK-HELD-SW
001290     OPEN I-O EMPPEND
001300     IF WS-PEND-STATUS NOT = "00"
001310         DISPLAY "EMPAPPR: NO PENDING CHANGES ON FILE"
001320         GO TO 1000-EXIT
001330     END-IF
001340     MOVE "Y" TO WS-PEND-OPEN-SW
001350     OPEN I-O EMPMAST
001360     IF WS-EMP-STATUS NOT = "00"
001370         DISPLAY "EMPAPPR: UNABLE TO OPEN EMPMAST - STATUS "
001380             WS-EMP-STATUS
001390         MOVE 8 TO RETURN-CODE
001400         GO TO 1000-EXIT
001410     END-IF
001420     MOVE "Y" TO WS-EMP-OPEN-SW
001430     OPEN I-O RATEHIST
001440     IF WS-RATE-STATUS = "35"
001450         CLOSE RATEHIST
001460         OPEN OUTPUT RATEHIST
001470         CLOSE RATEHIST
001480         OPEN I-O RATEHIST
001490     END-IF
001500     IF WS-RATE-STATUS NOT = "00"
001510         DISPLAY "EMPAPPR: UNABLE TO OPEN RATEHIST - STATUS "
001520             WS-RATE-STATUS
001530         MOVE 8 TO RETURN-CODE
001540         GO TO 1000-EXIT
001550     END-IF
001560     MOVE "Y" TO WS-RATE-OPEN-SW
001570     MOVE "N" TO WS-PEND-EOF-SW
001580     MOVE 0 TO PC-SSN
001590     START EMPPEND KEY IS NOT LESS THAN PC-SSN
001600         INVALID KEY MOVE "Y" TO WS-PEND-EOF-SW
001610     END-START.
001620 1000-EXIT.
001630     EXIT.
001640
001650*----ONLY PENDING CHANGES COME UP - APPROVED AND REJECTED ONES
001660*----STAY ON FILE AS THE RECORD OF WHO DECIDED.
001670 2000-REVIEW-ONE-CHANGE.
001680     READ EMPPEND NEXT RECORD
001690         AT END MOVE "Y" TO WS-PEND-EOF-SW
001700     END-READ
001710     IF NO-MORE-PENDING OR NOT PC-PENDING
001720         GO TO 2000-EXIT
001730     END-IF
001740     MOVE PC-SSN TO WS-SSN-9
001750     CALL "SSNMASK" USING WS-SSN-9, WS-MASKED-SSN
001760     MOVE PC-SSN TO ER-SSnum
001770     READ EMPMAST
001780         INVALID KEY
001790             CONTINUE
001800     END-READ
001810     IF WS-EMP-STATUS NOT = "00"
001820         DISPLAY "EMPAPPR: " WS-MASKED-SSN
001830             " NO LONGER ON EMPMAST - SKIPPED"
001840         ADD 1 TO WS-SKIPPED-COUNT
001850         GO TO 2000-EXIT
001860     END-IF
001870     PERFORM 2100-SHOW-CHANGE THRU 2100-EXIT
001880*----THE MAKER NEVER CHECKS THEIR OWN WORK
001890     IF PC-KEYED-BY = WS-SIGNON-OPER
001900         DISPLAY "YOU KEYED THIS CHANGE - ANOTHER OPERATOR "
001910             "MUST DECIDE IT"
001920         ADD 1 TO WS-SKIPPED-COUNT
001930         GO TO 2000-EXIT
001940     END-IF
001950     DISPLAY "APPROVE (A), REJECT (R), OR SKIP (S)?"
001960     MOVE SPACE TO WS-DECISION
001970     ACCEPT WS-DECISION
001980     EVALUATE WS-DECISION
001990         WHEN "A"
002000         WHEN "a"
002010             PERFORM 2300-APPROVE-CHANGE THRU 2300-EXIT
002020         WHEN "R"
002030         WHEN "r"
002040             PERFORM 2400-REJECT-CHANGE THRU 2400-EXIT
002050         WHEN OTHER
002060             ADD 1 TO WS-SKIPPED-COUNT
002070     END-EVALUATE.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-SHOW-CHANGE.
002120     DISPLAY " "
002130     DISPLAY "EMPLOYEE: " WS-MASKED-SSN " " ER-NAME
002140     DISPLAY "KEYED BY: " PC-KEYED-BY " ON " PC-KEYED-DATE
002150     IF PC-BANK-CHANGED
002160         DISPLAY "BANK OLD: " PC-OLD-ROUTING " " PC-OLD-ACCOUNT
002170         DISPLAY "BANK NEW: " PC-NEW-ROUTING " " PC-NEW-ACCOUNT
002180     END-IF
002190     IF PC-RATE-CHANGED
002200         MOVE PC-OLD-RATE TO WS-RATE-SHOW
002210         MOVE PC-OLD-SALARY TO WS-SALARY-SHOW
002220         DISPLAY "PAY OLD:  TYPE " PC-OLD-PAY-TYPE " RATE "
002230             WS-RATE-SHOW " SALARY " WS-SALARY-SHOW
002240         MOVE PC-NEW-RATE TO WS-RATE-SHOW
002250         MOVE PC-NEW-SALARY TO WS-SALARY-SHOW
002260         DISPLAY "PAY NEW:  TYPE " PC-NEW-PAY-TYPE " RATE "
002270             WS-RATE-SHOW " SALARY " WS-SALARY-SHOW
002280         IF PC-RATE-EFF-DATE NOT = 0
002290             DISPLAY "EFFECTIVE " PC-RATE-EFF-DATE
002300         END-IF
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340
002350*----THE CHANGE GOES ON THE MASTER EXACTLY AS EMPMAINT USED TO
002360*----APPLY IT - NEW BANK DETAILS RESTART THE PRENOTE, AND A PAY
002370*----CHANGE GOES ON THE RATE HISTORY AT ITS EFFECTIVE DATE.
002380 2300-APPROVE-CHANGE.
002390     MOVE EmployeeRec TO WS-BEFORE-IMAGE
002400     IF PC-BANK-CHANGED
002410         MOVE 0 TO ER-PRENOTE-DATE
002420         IF PC-NEW-ROUTING = ZERO
002430             MOVE SPACE TO ER-PRENOTE-STATUS
002440         ELSE
002450             MOVE "N" TO ER-PRENOTE-STATUS
002460         END-IF
002470         MOVE PC-NEW-ROUTING TO ER-BANK-ROUTING
002480         MOVE PC-NEW-ACCOUNT TO ER-BANK-ACCOUNT
002490     END-IF
002500     IF PC-RATE-CHANGED
002510         MOVE ER-PAY-RATE TO WS-OLD-RATE
002520         MOVE ER-PERIOD-SALARY TO WS-OLD-SALARY
002530         MOVE PC-NEW-PAY-TYPE TO ER-PAY-TYPE
002540         MOVE PC-NEW-RATE TO ER-PAY-RATE
002550         MOVE PC-NEW-SALARY TO ER-PERIOD-SALARY
002560         PERFORM 3200-RECORD-RATE-CHANGE THRU 3200-EXIT
002570     END-IF
002580     REWRITE EmployeeRec
002590         INVALID KEY
002600             DISPLAY "EMPAPPR: EMPMAST REWRITE FAILED - "
002610                 "CHANGE LEFT PENDING"
002620             ADD 1 TO WS-SKIPPED-COUNT
002630             GO TO 2300-EXIT
002640     END-REWRITE
002650     MOVE "C" TO WS-JRNL-ACTION
002660     MOVE EmployeeRec TO WS-AFTER-IMAGE
002670     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002680         WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002690     MOVE "A" TO PC-STATUS
002700     PERFORM 2500-RECORD-DECISION THRU 2500-EXIT
002710     ADD 1 TO WS-APPROVED-COUNT.
002720 2300-EXIT.
002730     EXIT.
002740
002750 2400-REJECT-CHANGE.
002760     MOVE "R" TO PC-STATUS
002770     PERFORM 2500-RECORD-DECISION THRU 2500-EXIT
002780     ADD 1 TO WS-REJECTED-COUNT.
002790 2400-EXIT.
002800     EXIT.
002810
002820*----THE DECISION AND WHO MADE IT STAY ON THE PENDING RECORD,
002830*----AND THE DECIDED RECORD IS JOURNALED - ACTION V APPROVED,
002840*----ACTION J REJECTED.
002850 2500-RECORD-DECISION.
002860     MOVE EmpPendRec TO WS-BEFORE-IMAGE
002870     MOVE WS-SIGNON-OPER TO PC-DECIDED-BY
002880     MOVE WS-TODAY-DATE TO PC-DECIDED-DATE
002890     REWRITE EmpPendRec
002900         INVALID KEY
002910             DISPLAY "EMPAPPR: EMPPEND REWRITE FAILED - "
002920                 WS-MASKED-SSN
002930     END-REWRITE
002940     IF PC-APPROVED
002950         MOVE "V" TO WS-JRNL-ACTION
002960     ELSE
002970         MOVE "J" TO WS-JRNL-ACTION
002980     END-IF
002990     MOVE EmpPendRec TO WS-AFTER-IMAGE
003000     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
003010         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
003020 2500-EXIT.
003030     EXIT.
003040
003050 3000-TERMINATE.
003060     DISPLAY "EMPAPPR: CHANGES APPROVED - " WS-APPROVED-COUNT
003070     DISPLAY "EMPAPPR: CHANGES REJECTED - " WS-REJECTED-COUNT
003080     DISPLAY "EMPAPPR: CHANGES LEFT PENDING - " WS-SKIPPED-COUNT
003090     IF EMPPEND-OPEN
003100         CLOSE EMPPEND
003110     END-IF
003120     IF EMPMAST-OPEN
003130         CLOSE EMPMAST
003140     END-IF
003150     IF RATEHIST-OPEN
003160         CLOSE RATEHIST
003170     END-IF
003180     IF EMPMAST-RESERVED
003190         MOVE "C" TO WS-LOCK-ACTION
003200         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003210             WS-LOCK-ACTION, WS-LOCK-RESULT
003220     END-IF.
003230 3000-EXIT.
003240     EXIT.
003250
003260*----A CHANGED RATE OR SALARY GOES ON THE HISTORY AT ITS
003270*----EFFECTIVE DATE, CARRYING THE FIGURES THAT DATE WAS BEING
003280*----PAID AT. AN EMPLOYEE WITH NO HISTORY THAT EARLY FIRST GETS
003290*----A ZERO-DATED ROW HOLDING THE OLD MASTER FIGURES, SO THE
003300*----PERIODS BEFORE THE CHANGE KEEP PAYING THE OLD RATE. THE
003310*----MASTER THEN TAKES THE LATEST-EFFECTIVE ROW - A BACK-DATED
003320*----CORRECTION BEHIND A LATER RAISE LEAVES THE RAISE IN PLACE.
003330 3200-RECORD-RATE-CHANGE.
003340     IF PC-RATE-EFF-DATE NOT = 0
003350         MOVE PC-RATE-EFF-DATE TO WS-RATE-EFF-DATE
003360     ELSE
003370         MOVE WS-TODAY-DATE TO WS-RATE-EFF-DATE
003380     END-IF
003390     MOVE ER-PAY-RATE TO WS-NEW-RATE
003400     MOVE ER-PERIOD-SALARY TO WS-NEW-SALARY
003410     MOVE "N" TO WS-PRIOR-FOUND-SW
003420     MOVE "N" TO WS-RATE-EOF-SW
003430     MOVE ER-SSnum TO RH-SSN
003440     MOVE 0 TO RH-EFF-DATE
003450     START RATEHIST KEY IS NOT LESS THAN RH-KEY
003460         INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
003470     END-START
003480     PERFORM 3250-FIND-PRIOR-RATE THRU 3250-EXIT
003490         UNTIL NO-MORE-RATE-HIST
003500     IF NOT PRIOR-RATE-FOUND
003510         MOVE WS-OLD-RATE TO WS-PRIOR-RATE
003520         MOVE WS-OLD-SALARY TO WS-PRIOR-SALARY
003530         MOVE ER-SSnum TO RH-SSN
003540         MOVE 0 TO RH-EFF-DATE
003550         MOVE WS-OLD-RATE TO RH-PAY-RATE
003560         MOVE WS-OLD-SALARY TO RH-PERIOD-SALARY
003570         MOVE 0 TO RH-PRIOR-RATE RH-PRIOR-SALARY
003580         MOVE WS-TODAY-DATE TO RH-KEYED-DATE
003590         MOVE "D" TO RH-RETRO-STATUS
003600         WRITE RateHistRec
003610             INVALID KEY
003620                 DISPLAY "EMPAPPR: RATE HISTORY WRITE FAILED - "
003630                     RH-SSN
003640         END-WRITE
003650     END-IF
003660     MOVE ER-SSnum TO RH-SSN
003670     MOVE WS-RATE-EFF-DATE TO RH-EFF-DATE
003680     MOVE WS-NEW-RATE TO RH-PAY-RATE
003690     MOVE WS-NEW-SALARY TO RH-PERIOD-SALARY
003700     MOVE WS-PRIOR-RATE TO RH-PRIOR-RATE
003710     MOVE WS-PRIOR-SALARY TO RH-PRIOR-SALARY
003720     MOVE WS-TODAY-DATE TO RH-KEYED-DATE
003730     IF WS-RATE-EFF-DATE > WS-TODAY-DATE
003740         MOVE "D" TO RH-RETRO-STATUS
003750     ELSE
003760         MOVE "P" TO RH-RETRO-STATUS
003770     END-IF
003780     WRITE RateHistRec
003790         INVALID KEY
003800             REWRITE RateHistRec
003810                 INVALID KEY
003820                     DISPLAY "EMPAPPR: RATE HISTORY WRITE "
003830                         "FAILED - " RH-SSN
003840             END-REWRITE
003850     END-WRITE
003860     MOVE "N" TO WS-RATE-EOF-SW
003870     MOVE ER-SSnum TO RH-SSN
003880     MOVE 0 TO RH-EFF-DATE
003890     START RATEHIST KEY IS NOT LESS THAN RH-KEY
003900         INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
003910     END-START
003920     PERFORM 3280-FIND-LATEST-RATE THRU 3280-EXIT
003930         UNTIL NO-MORE-RATE-HIST.
003940 3200-EXIT.
003950     EXIT.
003960
003970*----THE ROW IN FORCE ON THE EFFECTIVE DATE BEFORE THIS CHANGE.
003980*----A ROW ALREADY ON THAT SAME DATE IS BEING CORRECTED, SO ITS
003990*----OWN PRIOR FIGURES CARRY OVER.
004000 3250-FIND-PRIOR-RATE.
004010     READ RATEHIST NEXT RECORD
004020         AT END MOVE "Y" TO WS-RATE-EOF-SW
004030     END-READ
004040     IF NO-MORE-RATE-HIST
004050         GO TO 3250-EXIT
004060     END-IF
004070     IF RH-SSN NOT = ER-SSnum
004080         OR RH-EFF-DATE > WS-RATE-EFF-DATE
004090         MOVE "Y" TO WS-RATE-EOF-SW
004100         GO TO 3250-EXIT
004110     END-IF
004120     MOVE "Y" TO WS-PRIOR-FOUND-SW
004130     IF RH-EFF-DATE = WS-RATE-EFF-DATE
004140         MOVE RH-PRIOR-RATE TO WS-PRIOR-RATE
004150         MOVE RH-PRIOR-SALARY TO WS-PRIOR-SALARY
004160     ELSE
004170         MOVE RH-PAY-RATE TO WS-PRIOR-RATE
004180         MOVE RH-PERIOD-SALARY TO WS-PRIOR-SALARY
004190     END-IF.
004200 3250-EXIT.
004210     EXIT.
004220
004230 3280-FIND-LATEST-RATE.
004240     READ RATEHIST NEXT RECORD
004250         AT END MOVE "Y" TO WS-RATE-EOF-SW
004260     END-READ
004270     IF NO-MORE-RATE-HIST
004280         GO TO 3280-EXIT
004290     END-IF
004300     IF RH-SSN NOT = ER-SSnum
004310         MOVE "Y" TO WS-RATE-EOF-SW
004320         GO TO 3280-EXIT
004330     END-IF
004340     MOVE RH-PAY-RATE TO ER-PAY-RATE
004350     MOVE RH-PERIOD-SALARY TO ER-PERIOD-SALARY.
004360 3280-EXIT.
004370     EXIT.
