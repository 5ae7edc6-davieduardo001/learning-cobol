000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPAPPR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - EXPENSE CLAIM APPROVAL, WORKED THE
000100*                   WAY TSAPPROV WORKS TIMESHEETS. A SUPERVISOR
000110*                   SIGNED ON FOR EXPAPPR REVIEWS THE PENDING
000120*                   EXPCLAIM CLAIMS ONE AT A TIME WITH THE EXPPOL
000130*                   POLICY VERDICT - MILEAGE PRICED AT THE POLICY
000140*                   RATE, THE AMOUNT CUT BACK TO THE PER-CLAIM
000150*                   LIMIT - AND MARKS EACH APPROVED OR REJECTED
000160*                   UNDER THEIR ID. A CLAIM OF AN UNKNOWN TYPE,
000170*                   WITHOUT A RECEIPT THE POLICY REQUIRES, OR
000180*                   CHARGED TO A JOB NOT OPEN ON JOBMAST CAN ONLY
000190*                   BE REJECTED OR SKIPPED. EXPPAY PAYS ONLY
000200*                   APPROVED CLAIMS.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT EXPCLAIM-IO ASSIGN TO EXPCLAIM
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CLAIM-STATUS.
000280     SELECT EXPPOL-IN   ASSIGN TO EXPPOL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-POL-STATUS.
000310     SELECT JOBMAST-IN  ASSIGN TO JOBMAST
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-JOB-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  EXPCLAIM-IO.
000380     COPY "EXPCLAIM.cpy".
000390
000400 FD  EXPPOL-IN.
000410     COPY "EXPPOL.cpy".
000420
000430 FD  JOBMAST-IN.
000440     COPY "JOBMAST.cpy".
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-CLAIM-STATUS      PIC X(2) VALUE SPACES.
000480 01  WS-POL-STATUS        PIC X(2) VALUE SPACES.
000490 01  WS-JOB-STATUS        PIC X(2) VALUE SPACES.
000500 01  WS-CLAIM-EOF-SW      PIC X(1) VALUE "N".
000510     88  NO-MORE-CLAIMS       VALUE "Y".
000520 01  WS-POL-EOF-SW        PIC X(1) VALUE "N".
000530     88  NO-MORE-POLICY       VALUE "Y".
000540 01  WS-JOB-EOF-SW        PIC X(1) VALUE "N".
000550     88  NO-MORE-JOBS         VALUE "Y".
000560 01  WS-POL-FOUND-SW      PIC X(1) VALUE "N".
000570     88  POLICY-FOUND         VALUE "Y".
000580 01  WS-JOB-FOUND-SW      PIC X(1) VALUE "N".
000590     88  JOB-IS-OPEN          VALUE "Y".
000600 01  WS-LOCKED-SW         PIC X(1) VALUE "N".
000610     88  CLAIMS-RESERVED      VALUE "Y".
000620 01  WS-SUPERVISOR-ID     PIC X(5) VALUE SPACES.
000630*----OPERATOR SIGN-ON - SEE SIGNON. THE SIGNED-ON OPERATOR IS THE
000640*----APPROVER STAMPED ON THE CLAIM, SO A SUPERVISOR'S OPERATOR ID
000650*----MUST FIT THE FIVE-CHARACTER APPROVER FIELD.
000660 01  WS-SIGNON-PROGRAM    PIC X(10) VALUE "EXPAPPR".
000670 01  WS-SIGNON-ACTION     PIC X(1) VALUE "S".
000680 01  WS-SIGNON-FUNCTION   PIC X(10) VALUE "EXPAPPR".
000690 01  WS-SIGNON-OPER       PIC X(8) VALUE SPACES.
000700 01  WS-SIGNON-OPER-R REDEFINES WS-SIGNON-OPER.
000710     05  WS-SIGNON-OPER-5 PIC X(5).
000720     05  WS-SIGNON-OPER-X PIC X(3).
000730 01  WS-SIGNON-RESULT     PIC X(1) VALUE SPACE.
000740*----EXPPAY REWRITES THE CLAIM FILE TOO - THE SESSION HOLDS IT IN
000750*----THE SHOP IN-USE CONTROL SO THE TWO CANNOT OVERLAP.
000760 01  WS-LOCK-FILE         PIC X(8) VALUE "EXPCLAIM".
000770 01  WS-LOCK-PROGRAM      PIC X(10) VALUE "EXPAPPR".
000780 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
000790 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
000800 01  WS-DECISION          PIC X(1) VALUE SPACE.
000810 01  WS-CLAIM-COUNT       PIC 9(4) COMP VALUE 0.
000820 01  WS-CLAIM-IX          PIC 9(4) COMP VALUE 0.
000830 01  WS-APPROVED-COUNT    PIC 9(4) COMP VALUE 0.
000840 01  WS-REJECTED-COUNT    PIC 9(4) COMP VALUE 0.
000850 01  WS-POL-COUNT         PIC 9(3) COMP VALUE 0.
000860 01  WS-JOB-COUNT         PIC 9(4) COMP VALUE 0.
000870*----THE POLICY VERDICT ON THE CLAIM UNDER REVIEW
000880 01  WS-CLAIMED           PIC 9(6)V99 VALUE 0.
000890 01  WS-ALLOWED           PIC 9(6)V99 VALUE 0.
000900 01  WS-POLICY-REASON     PIC X(30) VALUE SPACES.
000910 01  WS-CAPPED-SW         PIC X(1) VALUE "N".
000920     88  CLAIM-CAPPED         VALUE "Y".
000930 01  WS-HOLD-LIMIT        PIC 9(5)V99 VALUE 0.
000940 01  WS-HOLD-RATE         PIC 9V999 VALUE 0.
000950 01  WS-HOLD-RECEIPT-REQ  PIC X(1) VALUE SPACE.
000960 01  WS-HOLD-DESC         PIC X(20) VALUE SPACES.
000970 01  WS-AMOUNT-EDIT       PIC ZZZ,ZZ9.99.
000980 01  WS-ALLOWED-EDIT      PIC ZZZ,ZZ9.99.
000990 01  WS-LIMIT-EDIT        PIC ZZ,ZZ9.99.
001000 01  WS-MILES-EDIT        PIC ZZ,ZZ9.9.
001010 01  WS-RATE-EDIT         PIC 9.999.
001020*----THE POLICY TABLE AND THE OPEN JOBS, LOADED AT STARTUP
001030 01  WS-POL-TABLE.
001040     05  WS-POL-ENTRY     OCCURS 50 TIMES INDEXED BY PIDX.
001050         10  WS-P-TYPE    PIC X(3).
001060         10  WS-P-DESC    PIC X(20).
001070         10  WS-P-LIMIT   PIC 9(5)V99.
001080         10  WS-P-RATE    PIC 9V999.
001090         10  WS-P-RECEIPT PIC X(1).
001100 01  WS-JOB-TABLE.
001110     05  WS-OPEN-JOB      PIC X(6) OCCURS 999 TIMES
001120                          INDEXED BY JIDX.
001130*----THE WHOLE CLAIM FILE RIDES IN THIS TABLE WHILE THE
001140*----SUPERVISOR WORKS, THEN IS WRITTEN BACK IN ONE PIECE.
001150 01  WS-CLAIM-TABLE.
001160     05  WS-CLAIM         PIC X(61) OCCURS 1000 TIMES.
001170
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001210     PERFORM 2000-REVIEW-ONE-CLAIM THRU 2000-EXIT
001220         VARYING WS-CLAIM-IX FROM 1 BY 1
001230         UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
001240     PERFORM 3000-WRITE-BACK THRU 3000-EXIT
001250     PERFORM 4000-TERMINATE THRU 4000-EXIT
001260     GOBACK.
001270
001280 1000-INITIALIZE.
001290     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
001300         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
001310     IF WS-SIGNON-RESULT NOT = "G"
001320         DISPLAY "EXPAPPR: SIGN-ON REFUSED - SESSION ENDED"
001330         MOVE 12 TO RETURN-CODE
001340         GO TO 1000-EXIT
001350     END-IF
001360     IF WS-SIGNON-OPER-X NOT = SPACES
001370         DISPLAY "EXPAPPR: OPERATOR ID " WS-SIGNON-OPER
001380             " IS LONGER THAN THE CLAIM APPROVER FIELD - "
001390             "SESSION ENDED"
001400         MOVE 12 TO RETURN-CODE
001410         GO TO 1000-EXIT
001420     END-IF
001430     MOVE WS-SIGNON-OPER-5 TO WS-SUPERVISOR-ID
001440     MOVE "R" TO WS-LOCK-ACTION
001450     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001460         WS-LOCK-ACTION, WS-LOCK-RESULT
001470     IF WS-LOCK-RESULT = "B"
001480         DISPLAY "EXPAPPR: EXPCLAIM IS IN USE - TRY AGAIN LATER"
001490         MOVE 8 TO RETURN-CODE
001500         GO TO 1000-EXIT
001510     END-IF
001520     MOVE "Y" TO WS-LOCKED-SW
001530*----WITHOUT THE POLICY NO CLAIM CAN BE CHECKED, SO NONE IS
001540*----PUT IN FRONT OF THE SUPERVISOR.
001550     PERFORM 1200-LOAD-POLICY THRU 1200-EXIT
001560     IF WS-POL-COUNT = 0
001570         DISPLAY "EXPAPPR: NO EXPENSE POLICY ON EXPPOL - "
001580             "SESSION ENDED"
001590         MOVE 12 TO RETURN-CODE
001600         GO TO 1000-EXIT
001610     END-IF
001620     PERFORM 1300-LOAD-OPEN-JOBS THRU 1300-EXIT
001630     OPEN INPUT EXPCLAIM-IO
001640     IF WS-CLAIM-STATUS NOT = "00"
001650         DISPLAY "EXPAPPR: NO EXPENSE CLAIM FILE - STATUS "
001660             WS-CLAIM-STATUS
001670         GO TO 1000-EXIT
001680     END-IF
001690     PERFORM 1100-LOAD-ONE-CLAIM THRU 1100-EXIT
001700         UNTIL NO-MORE-CLAIMS OR WS-CLAIM-COUNT >= 1000
001710*----THE WHOLE FILE MUST FIT THE TABLE - WRITING BACK A
001720*----PARTIAL LOAD WOULD SILENTLY DROP THE TAIL OF THE FILE.
001730     IF NOT NO-MORE-CLAIMS
001740         DISPLAY "EXPAPPR: MORE THAN 1000 CLAIMS ON FILE - "
001750             "SESSION ABANDONED, NOTHING CHANGED"
001760         MOVE 8 TO RETURN-CODE
001770         MOVE 0 TO WS-CLAIM-COUNT
001780     END-IF
001790     CLOSE EXPCLAIM-IO.
001800 1000-EXIT.
001810     EXIT.
001820
001830 1100-LOAD-ONE-CLAIM.
001840     READ EXPCLAIM-IO
001850         AT END MOVE "Y" TO WS-CLAIM-EOF-SW
001860     END-READ
001870     IF NOT NO-MORE-CLAIMS
001880         ADD 1 TO WS-CLAIM-COUNT
001890         MOVE ExpClaimRec TO WS-CLAIM(WS-CLAIM-COUNT)
001900     END-IF.
001910 1100-EXIT.
001920     EXIT.
001930
001940 1200-LOAD-POLICY.
001950     OPEN INPUT EXPPOL-IN
001960     IF WS-POL-STATUS NOT = "00"
001970         GO TO 1200-EXIT
001980     END-IF
001990     PERFORM 1250-LOAD-ONE-POLICY THRU 1250-EXIT
002000         UNTIL NO-MORE-POLICY
002010     CLOSE EXPPOL-IN.
002020 1200-EXIT.
002030     EXIT.
002040
002050 1250-LOAD-ONE-POLICY.
002060     READ EXPPOL-IN
002070         AT END
002080             MOVE "Y" TO WS-POL-EOF-SW
002090             GO TO 1250-EXIT
002100     END-READ
002110     IF WS-POL-COUNT >= 50
002120         DISPLAY "EXPAPPR: POLICY TABLE FULL - TYPE "
002130             EP-EXP-TYPE " IGNORED"
002140         GO TO 1250-EXIT
002150     END-IF
002160     ADD 1 TO WS-POL-COUNT
002170     MOVE EP-EXP-TYPE TO WS-P-TYPE(WS-POL-COUNT)
002180     MOVE EP-DESC TO WS-P-DESC(WS-POL-COUNT)
002190     MOVE 0 TO WS-P-LIMIT(WS-POL-COUNT)
002200     IF EP-LIMIT NUMERIC
002210         MOVE EP-LIMIT TO WS-P-LIMIT(WS-POL-COUNT)
002220     END-IF
002230     MOVE 0 TO WS-P-RATE(WS-POL-COUNT)
002240     IF EP-MILE-RATE NUMERIC
002250         MOVE EP-MILE-RATE TO WS-P-RATE(WS-POL-COUNT)
002260     END-IF
002270     MOVE EP-RECEIPT-REQ TO WS-P-RECEIPT(WS-POL-COUNT).
002280 1250-EXIT.
002290     EXIT.
002300
002310*----ONLY OPEN JOBS ARE KEPT - A CLAIM CHARGED TO ANY OTHER JOB
002320*----WOULD ONLY LAND ON THE JOBCOST SUSPENSE LISTING.
002330 1300-LOAD-OPEN-JOBS.
002340     OPEN INPUT JOBMAST-IN
002350     IF WS-JOB-STATUS NOT = "00"
002360         DISPLAY "EXPAPPR: NO JOB MASTER - JOB-CHARGED CLAIMS "
002370             "CANNOT BE APPROVED"
002380         GO TO 1300-EXIT
002390     END-IF
002400     PERFORM 1350-LOAD-ONE-JOB THRU 1350-EXIT
002410         UNTIL NO-MORE-JOBS
002420     CLOSE JOBMAST-IN.
002430 1300-EXIT.
002440     EXIT.
002450
002460 1350-LOAD-ONE-JOB.
002470     READ JOBMAST-IN
002480         AT END
002490             MOVE "Y" TO WS-JOB-EOF-SW
002500             GO TO 1350-EXIT
002510     END-READ
002520     IF JM-IS-OPEN AND WS-JOB-COUNT < 999
002530         ADD 1 TO WS-JOB-COUNT
002540         MOVE JM-JOB-ID TO WS-OPEN-JOB(WS-JOB-COUNT)
002550     END-IF.
002560 1350-EXIT.
002570     EXIT.
002580
002590*----ONLY PENDING CLAIMS COME UP FOR DECISION - EVERYTHING ELSE
002600*----PASSES THROUGH UNTOUCHED.
002610 2000-REVIEW-ONE-CLAIM.
002620     MOVE WS-CLAIM(WS-CLAIM-IX) TO ExpClaimRec
002630     IF NOT EC-PENDING
002640         GO TO 2000-EXIT
002650     END-IF
002660     PERFORM 2100-APPLY-POLICY THRU 2100-EXIT
002670     DISPLAY " "
002680     DISPLAY "CLAIM: SSN " EC-SSN " DATE " EC-EXP-DATE
002690         " TYPE " EC-EXP-TYPE " " WS-HOLD-DESC
002700     IF WS-HOLD-RATE > 0
002710         MOVE EC-MILES TO WS-MILES-EDIT
002720         MOVE WS-HOLD-RATE TO WS-RATE-EDIT
002730         DISPLAY "       MILES " WS-MILES-EDIT " AT "
002740             WS-RATE-EDIT
002750     END-IF
002760     MOVE WS-CLAIMED TO WS-AMOUNT-EDIT
002770     DISPLAY "       CLAIMED " WS-AMOUNT-EDIT " JOB " EC-JOB-ID
002780         " RECEIPT " EC-RECEIPT
002790     IF WS-POLICY-REASON NOT = SPACES
002800         DISPLAY "       CANNOT BE APPROVED - " WS-POLICY-REASON
002810         DISPLAY "REJECT (R) OR SKIP (S)?"
002820     ELSE
002830         MOVE WS-ALLOWED TO WS-ALLOWED-EDIT
002840         IF CLAIM-CAPPED
002850             MOVE WS-HOLD-LIMIT TO WS-LIMIT-EDIT
002860             DISPLAY "       ALLOWED " WS-ALLOWED-EDIT
002870                 " - CUT TO THE POLICY LIMIT " WS-LIMIT-EDIT
002880         ELSE
002890             DISPLAY "       ALLOWED " WS-ALLOWED-EDIT
002900         END-IF
002910         DISPLAY "APPROVE (A), REJECT (R), OR SKIP (S)?"
002920     END-IF
002930     MOVE SPACE TO WS-DECISION
002940     ACCEPT WS-DECISION
002950     IF WS-POLICY-REASON NOT = SPACES
002960         AND (WS-DECISION = "A" OR WS-DECISION = "a")
002970         DISPLAY "EXPAPPR: CLAIM OUTSIDE POLICY - SKIPPED"
002980         GO TO 2000-EXIT
002990     END-IF
003000     EVALUATE WS-DECISION
003010         WHEN "A"
003020         WHEN "a"
003030             MOVE "A" TO EC-STATUS
003040             MOVE WS-SUPERVISOR-ID TO EC-APPROVER
003050             MOVE WS-ALLOWED TO EC-ALLOWED
003060             MOVE ExpClaimRec TO WS-CLAIM(WS-CLAIM-IX)
003070             ADD 1 TO WS-APPROVED-COUNT
003080         WHEN "R"
003090         WHEN "r"
003100             MOVE "R" TO EC-STATUS
003110             MOVE WS-SUPERVISOR-ID TO EC-APPROVER
003120             MOVE 0 TO EC-ALLOWED
003130             MOVE ExpClaimRec TO WS-CLAIM(WS-CLAIM-IX)
003140             ADD 1 TO WS-REJECTED-COUNT
003150         WHEN OTHER
003160             CONTINUE
003170     END-EVALUATE.
003180 2000-EXIT.
003190     EXIT.
003200
003210*----THE POLICY VERDICT - THE CLAIMED AMOUNT (MILES AT THE RATE
003220*----FOR A MILEAGE TYPE), THE AMOUNT ALLOWED UNDER THE LIMIT, AND
003230*----ANY REASON THE CLAIM CANNOT BE APPROVED AT ALL.
003240 2100-APPLY-POLICY.
003250     MOVE SPACES TO WS-POLICY-REASON WS-HOLD-DESC
003260     MOVE "N" TO WS-CAPPED-SW
003270     MOVE 0 TO WS-CLAIMED WS-ALLOWED WS-HOLD-LIMIT WS-HOLD-RATE
003280     MOVE "N" TO WS-POL-FOUND-SW
003290     PERFORM 2150-MATCH-ONE-POLICY THRU 2150-EXIT
003300         VARYING PIDX FROM 1 BY 1
003310         UNTIL PIDX > WS-POL-COUNT OR POLICY-FOUND
003320     IF NOT POLICY-FOUND
003330         IF EC-AMOUNT NUMERIC
003340             MOVE EC-AMOUNT TO WS-CLAIMED
003350         END-IF
003360         MOVE "EXPENSE TYPE NOT ON POLICY" TO WS-POLICY-REASON
003370         GO TO 2100-EXIT
003380     END-IF
003390     IF WS-HOLD-RATE > 0
003400         IF NOT EC-MILES NUMERIC
003410             MOVE "MILES NOT NUMERIC" TO WS-POLICY-REASON
003420             GO TO 2100-EXIT
003430         END-IF
003440         COMPUTE WS-CLAIMED ROUNDED = EC-MILES * WS-HOLD-RATE
003450     ELSE
003460         IF NOT EC-AMOUNT NUMERIC
003470             MOVE "AMOUNT NOT NUMERIC" TO WS-POLICY-REASON
003480             GO TO 2100-EXIT
003490         END-IF
003500         MOVE EC-AMOUNT TO WS-CLAIMED
003510     END-IF
003520     IF WS-CLAIMED = 0
003530         MOVE "NOTHING CLAIMED" TO WS-POLICY-REASON
003540         GO TO 2100-EXIT
003550     END-IF
003560     IF WS-HOLD-RECEIPT-REQ = "Y" AND NOT EC-HAS-RECEIPT
003570         MOVE "NO RECEIPT - POLICY REQUIRES ONE"
003580             TO WS-POLICY-REASON
003590         GO TO 2100-EXIT
003600     END-IF
003610     IF EC-JOB-ID NOT = SPACES
003620         MOVE "N" TO WS-JOB-FOUND-SW
003630         PERFORM 2200-MATCH-ONE-JOB THRU 2200-EXIT
003640             VARYING JIDX FROM 1 BY 1
003650             UNTIL JIDX > WS-JOB-COUNT OR JOB-IS-OPEN
003660         IF NOT JOB-IS-OPEN
003670             MOVE "JOB NOT OPEN ON JOBMAST" TO WS-POLICY-REASON
003680             GO TO 2100-EXIT
003690         END-IF
003700     END-IF
003710     MOVE WS-CLAIMED TO WS-ALLOWED
003720     IF WS-HOLD-LIMIT > 0 AND WS-CLAIMED > WS-HOLD-LIMIT
003730         MOVE WS-HOLD-LIMIT TO WS-ALLOWED
003740         MOVE "Y" TO WS-CAPPED-SW
003750     END-IF
003760*----THE CLAIM RECORD HOLDS NO MORE THAN 99,999.99
003770     IF WS-ALLOWED > 99999.99
003780         MOVE "AMOUNT TOO LARGE FOR ONE CLAIM"
003790             TO WS-POLICY-REASON
003800     END-IF.
003810 2100-EXIT.
003820     EXIT.
003830
003840 2150-MATCH-ONE-POLICY.
003850     IF WS-P-TYPE(PIDX) = EC-EXP-TYPE
003860         MOVE "Y" TO WS-POL-FOUND-SW
003870         MOVE WS-P-DESC(PIDX) TO WS-HOLD-DESC
003880         MOVE WS-P-LIMIT(PIDX) TO WS-HOLD-LIMIT
003890         MOVE WS-P-RATE(PIDX) TO WS-HOLD-RATE
003900         MOVE WS-P-RECEIPT(PIDX) TO WS-HOLD-RECEIPT-REQ
003910     END-IF.
003920 2150-EXIT.
003930     EXIT.
003940
003950 2200-MATCH-ONE-JOB.
003960     IF WS-OPEN-JOB(JIDX) = EC-JOB-ID
003970         MOVE "Y" TO WS-JOB-FOUND-SW
003980     END-IF.
003990 2200-EXIT.
004000     EXIT.
004010
004020 3000-WRITE-BACK.
004030     IF WS-CLAIM-COUNT = 0
004040         GO TO 3000-EXIT
004050     END-IF
004060     OPEN OUTPUT EXPCLAIM-IO
004070     PERFORM 3100-WRITE-ONE-CLAIM THRU 3100-EXIT
004080         VARYING WS-CLAIM-IX FROM 1 BY 1
004090         UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
004100     CLOSE EXPCLAIM-IO.
004110 3000-EXIT.
004120     EXIT.
004130
004140 3100-WRITE-ONE-CLAIM.
004150     MOVE WS-CLAIM(WS-CLAIM-IX) TO ExpClaimRec
004160     WRITE ExpClaimRec.
004170 3100-EXIT.
004180     EXIT.
004190
004200 4000-TERMINATE.
004210     IF CLAIMS-RESERVED
004220         MOVE "C" TO WS-LOCK-ACTION
004230         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
004240             WS-LOCK-ACTION, WS-LOCK-RESULT
004250     END-IF
004260     DISPLAY "EXPAPPR: CLAIMS APPROVED - " WS-APPROVED-COUNT
004270     DISPLAY "EXPAPPR: CLAIMS REJECTED - " WS-REJECTED-COUNT.
004280 4000-EXIT.
004290     EXIT.
