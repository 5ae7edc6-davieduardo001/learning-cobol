000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGORDER.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - JOB CHANGE ORDERS. EACH APPROVED
000100*                   CHGORD LINE (JOB, CHANGE ORDER NUMBER, DATE,
000110*                   DESCRIPTION, CONTRACT CHANGE, AND LABOR,
000120*                   MATERIAL AND OVERHEAD BUDGET CHANGES) IS
000130*                   APPLIED TO JOBMAST AND JOBBUDG. THE FIRST
000140*                   CHANGE TO A JOB SAVES ITS ORIGINAL CONTRACT
000150*                   AND BUDGET BESIDE THE REVISED FIGURES, SO
000160*                   THE ORIGINAL NUMBERS ARE NEVER LOST. EVERY
000170*                   APPLIED CHANGE IS LOGGED ON CHGHIST AND A
000180*                   CHANGE ORDER ALREADY THERE IS NOT APPLIED
000190*                   TWICE. PENDING, REFUSED AND APPLIED LINES
000200*                   ALL LIST ON CHGORPT.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CHGORD-IN   ASSIGN TO CHGORD
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CHG-STATUS.
000280     SELECT CHGHIST-IO  ASSIGN TO CHGHIST
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-HIST-STATUS.
000310     SELECT JOBMAST-IO  ASSIGN TO JOBMAST
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-MAST-STATUS.
000340     SELECT JOBBUDG-IO  ASSIGN TO JOBBUDG
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-BUDG-STATUS.
000370     SELECT CHANGE-RPT  ASSIGN TO CHGORPT
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*----ONE CHANGE ORDER. ONLY STATUS A (APPROVED) IS APPLIED.
000430 FD  CHGORD-IN.
000440 01  CHGORD-REC.
000450     05  CH-JOB-ID        PIC X(6).
000460     05  CH-CO-NO         PIC X(4).
000470     05  CH-DATE          PIC 9(8).
000480     05  CH-DESC          PIC X(30).
000490     05  CH-STATUS        PIC X(1).
000500         88  CH-APPROVED      VALUE "A".
000510     05  CH-CONTRACT-CHG  PIC S9(7)V99
000520                          SIGN IS LEADING SEPARATE.
000530     05  CH-LABOR-CHG     PIC S9(5)V99
000540                          SIGN IS LEADING SEPARATE.
000550     05  CH-MATERIAL-CHG  PIC S9(5)V99
000560                          SIGN IS LEADING SEPARATE.
000570     05  CH-OVERHEAD-CHG  PIC S9(5)V99
000580                          SIGN IS LEADING SEPARATE.
000590
000600*----THE APPLIED CHANGE ORDER AS IT CAME IN, WITH THE RUN DATE.
000610 FD  CHGHIST-IO.
000620 01  CHGHIST-REC.
000630     05  HC-APPLIED-DATE  PIC 9(8).
000640     05  HC-CHANGE        PIC X(83).
000650     05  HC-CHANGE-R REDEFINES HC-CHANGE.
000660         10  HC-JOB-ID    PIC X(6).
000670         10  HC-CO-NO     PIC X(4).
000680         10  FILLER       PIC X(73).
000690
000700 FD  JOBMAST-IO.
000710     COPY "JOBMAST.cpy".
000720
000730 FD  JOBBUDG-IO.
000740     COPY "JOBBUDG.cpy".
000750
000760 FD  CHANGE-RPT.
000770 01  CHANGE-RPT-REC       PIC X(110).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-CHG-STATUS        PIC X(2) VALUE SPACES.
000810 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
000820 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000830 01  WS-BUDG-STATUS       PIC X(2) VALUE SPACES.
000840 01  WS-EOF-SW            PIC X(1) VALUE "N".
000850     88  END-OF-INPUT         VALUE "Y".
000860 01  WS-CHG-EOF-SW        PIC X(1) VALUE "N".
000870     88  NO-MORE-CHANGES      VALUE "Y".
000880 01  WS-FOUND-SW          PIC X(1) VALUE "N".
000890     88  ROW-FOUND            VALUE "Y".
000900 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000910 01  WS-WORK-JOB          PIC X(6) VALUE SPACES.
000920 01  WS-HOLD-IDX          PIC 9(3) COMP VALUE 0.
000930 01  WS-MAST-IX           PIC 9(3) COMP VALUE 0.
000940 01  WS-BUDG-IX           PIC 9(3) COMP VALUE 0.
000950 01  WS-NEW-CONTRACT      PIC S9(9)V99 VALUE 0.
000960 01  WS-NEW-LABOR         PIC S9(7)V99 VALUE 0.
000970 01  WS-NEW-MATERIAL      PIC S9(7)V99 VALUE 0.
000980 01  WS-NEW-OVERHEAD      PIC S9(7)V99 VALUE 0.
000990 01  WS-REFUSE-REASON     PIC X(20) VALUE SPACES.
001000 01  WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
001010 01  WS-PENDING-COUNT     PIC 9(5) VALUE 0.
001020 01  WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
001030 01  WS-DONE-COUNT        PIC 9(4) COMP VALUE 0.
001040 01  WS-MAST-COUNT        PIC 9(3) COMP VALUE 0.
001050 01  WS-BUDG-COUNT        PIC 9(3) COMP VALUE 0.
001060*----CHANGE ORDERS ALREADY APPLIED, FROM CHGHIST AND THIS RUN.
001070 01  WS-DONE-TABLE.
001080     05  WS-DONE-ENTRY    OCCURS 999 TIMES
001090                          INDEXED BY DN-IDX.
001100         10  WS-D-JOB-ID  PIC X(6).
001110         10  WS-D-CO-NO   PIC X(4).
001120*----BOTH MASTERS IN MEMORY FOR THE REWRITE AT END OF RUN.
001130 01  WS-MAST-TABLE.
001140     05  WS-MAST-IMAGE-T  PIC X(112) OCCURS 200 TIMES
001150                          INDEXED BY JM-IDX.
001160 01  WS-BUDG-TABLE.
001170     05  WS-BUDG-IMAGE-T  PIC X(51) OCCURS 200 TIMES
001180                          INDEXED BY JB-IDX.
001190 01  WS-HEAD-LINE.
001200     05  FILLER           PIC X(30)
001210         VALUE "JOB CHANGE ORDERS APPLIED     ".
001220     05  HL-RUN-DATE      PIC 9(8).
001230 01  WS-DETAIL-LINE.
001240     05  DL-JOB-ID        PIC X(6).
001250     05  FILLER           PIC X(1) VALUE SPACE.
001260     05  DL-CO-NO         PIC X(4).
001270     05  FILLER           PIC X(1) VALUE SPACE.
001280     05  DL-DATE          PIC 9(8).
001290     05  FILLER           PIC X(1) VALUE SPACE.
001300     05  DL-DESC          PIC X(30).
001310     05  FILLER           PIC X(1) VALUE SPACE.
001320     05  DL-CONTRACT-CHG  PIC -Z,ZZZ,ZZ9.99.
001330     05  FILLER           PIC X(1) VALUE SPACE.
001340     05  DL-BUDGET-CHG    PIC -ZZZ,ZZ9.99.
001350     05  FILLER           PIC X(1) VALUE SPACE.
001360     05  DL-RESULT        PIC X(20).
001370 01  WS-REVISED-LINE.
001380     05  FILLER           PIC X(12) VALUE SPACES.
001390     05  FILLER           PIC X(18) VALUE "CONTRACT ORIGINAL ".
001400     05  RV-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
001410     05  FILLER           PIC X(9) VALUE " CHANGES ".
001420     05  RV-CHANGES       PIC -Z,ZZZ,ZZ9.99.
001430     05  FILLER           PIC X(9) VALUE " REVISED ".
001440     05  RV-REVISED       PIC Z,ZZZ,ZZ9.99.
001450 01  WS-TOTAL-LINE.
001460     05  FILLER           PIC X(10) VALUE "APPLIED   ".
001470     05  TL-APPLIED       PIC ZZZZ9.
001480     05  FILLER           PIC X(12) VALUE "   PENDING  ".
001490     05  TL-PENDING       PIC ZZZZ9.
001500     05  FILLER           PIC X(12) VALUE "   REFUSED  ".
001510     05  TL-REFUSED       PIC ZZZZ9.
001520
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     IF RETURN-CODE NOT = 12
001570         PERFORM 2000-APPLY-ONE THRU 2000-EXIT
001580             UNTIL NO-MORE-CHANGES
001590         PERFORM 3000-REWRITE-MASTERS THRU 3000-EXIT
001600     END-IF
001610     PERFORM 4000-TERMINATE THRU 4000-EXIT
001620     GOBACK.
001630
001640 1000-INITIALIZE.
001650     CALL "GETBDATE" USING WS-RUN-DATE
001660     OPEN INPUT CHGORD-IN
001670     IF WS-CHG-STATUS NOT = "00"
001680         DISPLAY "CHGORDER: NO CHANGE ORDER FILE - NOTHING TO "
001690             "APPLY"
001700         MOVE "Y" TO WS-CHG-EOF-SW
001710         MOVE 4 TO RETURN-CODE
001720         GO TO 1000-EXIT
001730     END-IF
001740     PERFORM 1100-LOAD-JOB-MASTER THRU 1100-EXIT
001750     IF RETURN-CODE = 12
001760         CLOSE CHGORD-IN
001770         GO TO 1000-EXIT
001780     END-IF
001790     PERFORM 1200-LOAD-BUDGETS THRU 1200-EXIT
001800     IF RETURN-CODE = 12
001810         CLOSE CHGORD-IN
001820         GO TO 1000-EXIT
001830     END-IF
001840     PERFORM 1300-LOAD-APPLIED THRU 1300-EXIT
001850     OPEN EXTEND CHGHIST-IO
001860     IF WS-HIST-STATUS = "35"
001870         OPEN OUTPUT CHGHIST-IO
001880     END-IF
001890     OPEN OUTPUT CHANGE-RPT
001900     MOVE WS-RUN-DATE TO HL-RUN-DATE
001910     WRITE CHANGE-RPT-REC FROM WS-HEAD-LINE
001920     MOVE SPACES TO CHANGE-RPT-REC
001930     WRITE CHANGE-RPT-REC
001940     PERFORM 1500-READ-CHANGE THRU 1500-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970
001980*----A MISSING OR OVERFULL MASTER REFUSES THE RUN - THE MASTERS
001990*----ARE REWRITTEN WHOLE, SO A PARTIAL LOAD WOULD LOSE JOBS.
002000 1100-LOAD-JOB-MASTER.
002010     OPEN INPUT JOBMAST-IO
002020     IF WS-MAST-STATUS NOT = "00"
002030         DISPLAY "CHGORDER: NO JOB MASTER - RUN REFUSED"
002040         MOVE 12 TO RETURN-CODE
002050         GO TO 1100-EXIT
002060     END-IF
002070     MOVE "N" TO WS-EOF-SW
002080     PERFORM 1150-LOAD-ONE-JOB THRU 1150-EXIT
002090         UNTIL END-OF-INPUT
002100     CLOSE JOBMAST-IO.
002110 1100-EXIT.
002120     EXIT.
002130
002140 1150-LOAD-ONE-JOB.
002150     READ JOBMAST-IO
002160         AT END MOVE "Y" TO WS-EOF-SW
002170     END-READ
002180     IF END-OF-INPUT
002190         GO TO 1150-EXIT
002200     END-IF
002210     IF WS-MAST-COUNT >= 200
002220         DISPLAY "CHGORDER: MORE THAN 200 JOBS - RUN REFUSED"
002230         MOVE 12 TO RETURN-CODE
002240         MOVE "Y" TO WS-EOF-SW
002250         GO TO 1150-EXIT
002260     END-IF
002270     ADD 1 TO WS-MAST-COUNT
002280     SET JM-IDX TO WS-MAST-COUNT
002290     MOVE JobMastRec TO WS-MAST-IMAGE-T(JM-IDX).
002300 1150-EXIT.
002310     EXIT.
002320
002330*----NO BUDGET FILE YET IS ALLOWED - ROWS ARE ADDED AS CHANGE
002340*----ORDERS NEED THEM.
002350 1200-LOAD-BUDGETS.
002360     OPEN INPUT JOBBUDG-IO
002370     IF WS-BUDG-STATUS NOT = "00"
002380         GO TO 1200-EXIT
002390     END-IF
002400     MOVE "N" TO WS-EOF-SW
002410     PERFORM 1250-LOAD-ONE-BUDGET THRU 1250-EXIT
002420         UNTIL END-OF-INPUT
002430     CLOSE JOBBUDG-IO.
002440 1200-EXIT.
002450     EXIT.
002460
002470 1250-LOAD-ONE-BUDGET.
002480     READ JOBBUDG-IO
002490         AT END MOVE "Y" TO WS-EOF-SW
002500     END-READ
002510     IF END-OF-INPUT
002520         GO TO 1250-EXIT
002530     END-IF
002540     IF WS-BUDG-COUNT >= 200
002550         DISPLAY "CHGORDER: MORE THAN 200 JOB BUDGETS - RUN "
002560             "REFUSED"
002570         MOVE 12 TO RETURN-CODE
002580         MOVE "Y" TO WS-EOF-SW
002590         GO TO 1250-EXIT
002600     END-IF
002610     ADD 1 TO WS-BUDG-COUNT
002620     SET JB-IDX TO WS-BUDG-COUNT
002630     MOVE JobBudgRec TO WS-BUDG-IMAGE-T(JB-IDX).
002640 1250-EXIT.
002650     EXIT.
002660
002670 1300-LOAD-APPLIED.
002680     OPEN INPUT CHGHIST-IO
002690     IF WS-HIST-STATUS NOT = "00"
002700         GO TO 1300-EXIT
002710     END-IF
002720     MOVE "N" TO WS-EOF-SW
002730     PERFORM 1350-LOAD-ONE-APPLIED THRU 1350-EXIT
002740         UNTIL END-OF-INPUT
002750     CLOSE CHGHIST-IO.
002760 1300-EXIT.
002770     EXIT.
002780
002790 1350-LOAD-ONE-APPLIED.
002800     READ CHGHIST-IO
002810         AT END MOVE "Y" TO WS-EOF-SW
002820     END-READ
002830     IF END-OF-INPUT
002840         GO TO 1350-EXIT
002850     END-IF
002860     IF WS-DONE-COUNT >= 999
002870         DISPLAY "CHGORDER: MORE THAN 999 APPLIED CHANGE "
002880             "ORDERS ON CHGHIST - RUN ABANDONED"
002890         MOVE 12 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     ADD 1 TO WS-DONE-COUNT
002930     SET DN-IDX TO WS-DONE-COUNT
002940     MOVE HC-JOB-ID TO WS-D-JOB-ID(DN-IDX)
002950     MOVE HC-CO-NO TO WS-D-CO-NO(DN-IDX).
002960 1350-EXIT.
002970     EXIT.
002980
002990 1500-READ-CHANGE.
003000     READ CHGORD-IN
003010         AT END MOVE "Y" TO WS-CHG-EOF-SW
003020     END-READ.
003030 1500-EXIT.
003040     EXIT.
003050
003060*----A CHANGE ORDER IS APPLIED WHOLE OR NOT AT ALL - A CONTRACT
003070*----OR BUDGET CATEGORY THAT WOULD GO NEGATIVE OR OVERFLOW
003080*----REFUSES IT.
003090 2000-APPLY-ONE.
003100     MOVE SPACES TO WS-REFUSE-REASON
003110     MOVE SPACES TO WS-DETAIL-LINE
003120     MOVE CH-JOB-ID TO DL-JOB-ID
003130     MOVE CH-CO-NO TO DL-CO-NO
003140     MOVE CH-DATE TO DL-DATE
003150     MOVE CH-DESC TO DL-DESC
003160     MOVE CH-CONTRACT-CHG TO DL-CONTRACT-CHG
003170     COMPUTE DL-BUDGET-CHG = CH-LABOR-CHG + CH-MATERIAL-CHG
003180         + CH-OVERHEAD-CHG
003190     IF NOT CH-APPROVED
003200         MOVE "PENDING - NOT APPLD" TO DL-RESULT
003210         ADD 1 TO WS-PENDING-COUNT
003220         WRITE CHANGE-RPT-REC FROM WS-DETAIL-LINE
003230         GO TO 2000-NEXT
003240     END-IF
003250     PERFORM 2100-FIND-APPLIED THRU 2100-EXIT
003260     IF ROW-FOUND
003270         MOVE "ALREADY APPLIED" TO WS-REFUSE-REASON
003280         GO TO 2000-REFUSE
003290     END-IF
003300     MOVE CH-JOB-ID TO WS-WORK-JOB
003310     PERFORM 2200-FIND-JOB THRU 2200-EXIT
003320     IF NOT ROW-FOUND
003330         MOVE "JOB NOT ON MASTER" TO WS-REFUSE-REASON
003340         GO TO 2000-REFUSE
003350     END-IF
003360     MOVE WS-HOLD-IDX TO WS-MAST-IX
003370     SET JM-IDX TO WS-MAST-IX
003380     MOVE WS-MAST-IMAGE-T(JM-IDX) TO JobMastRec
003390     IF JM-IS-CLOSED
003400         MOVE "JOB CLOSED" TO WS-REFUSE-REASON
003410         GO TO 2000-REFUSE
003420     END-IF
003430     COMPUTE WS-NEW-CONTRACT = JM-CONTRACT-VALUE
003440         + CH-CONTRACT-CHG
003450     IF WS-NEW-CONTRACT < 0 OR WS-NEW-CONTRACT > 9999999.99
003460         MOVE "CONTRACT OUT OF RNG" TO WS-REFUSE-REASON
003470         GO TO 2000-REFUSE
003480     END-IF
003490     PERFORM 2300-FIND-BUDGET THRU 2300-EXIT
003500     IF ROW-FOUND
003510         MOVE WS-HOLD-IDX TO WS-BUDG-IX
003520         SET JB-IDX TO WS-BUDG-IX
003530         MOVE WS-BUDG-IMAGE-T(JB-IDX) TO JobBudgRec
003540     ELSE
003550         MOVE 0 TO WS-BUDG-IX
003560         MOVE CH-JOB-ID TO JB-JOB-ID
003570         MOVE 0 TO JB-LABOR JB-MATERIAL JB-OVERHEAD
003580             JB-CO-COUNT JB-ORIG-LABOR JB-ORIG-MATERIAL
003590             JB-ORIG-OVERHEAD
003600     END-IF
003610     COMPUTE WS-NEW-LABOR = JB-LABOR + CH-LABOR-CHG
003620     COMPUTE WS-NEW-MATERIAL = JB-MATERIAL + CH-MATERIAL-CHG
003630     COMPUTE WS-NEW-OVERHEAD = JB-OVERHEAD + CH-OVERHEAD-CHG
003640     IF WS-NEW-LABOR < 0 OR WS-NEW-LABOR > 99999.99
003650             OR WS-NEW-MATERIAL < 0
003660             OR WS-NEW-MATERIAL > 99999.99
003670             OR WS-NEW-OVERHEAD < 0
003680             OR WS-NEW-OVERHEAD > 99999.99
003690         MOVE "BUDGET OUT OF RANGE" TO WS-REFUSE-REASON
003700         GO TO 2000-REFUSE
003710     END-IF
003720     IF WS-BUDG-IX = 0 AND WS-BUDG-COUNT >= 200
003730         MOVE "BUDGET TABLE FULL" TO WS-REFUSE-REASON
003740         GO TO 2000-REFUSE
003750     END-IF
003760     PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
003770     GO TO 2000-NEXT.
003780 2000-REFUSE.
003790     MOVE WS-REFUSE-REASON TO DL-RESULT
003800     WRITE CHANGE-RPT-REC FROM WS-DETAIL-LINE
003810     ADD 1 TO WS-REFUSED-COUNT
003820     MOVE 4 TO RETURN-CODE.
003830 2000-NEXT.
003840     PERFORM 1500-READ-CHANGE THRU 1500-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-FIND-APPLIED.
003890     MOVE "N" TO WS-FOUND-SW
003900     IF WS-DONE-COUNT > 0
003910         PERFORM 2150-MATCH-ONE-APPLIED THRU 2150-EXIT
003920             VARYING DN-IDX FROM 1 BY 1
003930             UNTIL DN-IDX > WS-DONE-COUNT OR ROW-FOUND
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.
003970
003980 2150-MATCH-ONE-APPLIED.
003990     IF WS-D-JOB-ID(DN-IDX) = CH-JOB-ID
004000             AND WS-D-CO-NO(DN-IDX) = CH-CO-NO
004010         MOVE "Y" TO WS-FOUND-SW
004020     END-IF.
004030 2150-EXIT.
004040     EXIT.
004050
004060 2200-FIND-JOB.
004070     MOVE "N" TO WS-FOUND-SW
004080     MOVE 0 TO WS-HOLD-IDX
004090     IF WS-MAST-COUNT > 0
004100         PERFORM 2250-MATCH-ONE-JOB THRU 2250-EXIT
004110             VARYING JM-IDX FROM 1 BY 1
004120             UNTIL JM-IDX > WS-MAST-COUNT OR ROW-FOUND
004130     END-IF.
004140 2200-EXIT.
004150     EXIT.
004160
004170 2250-MATCH-ONE-JOB.
004180     IF WS-MAST-IMAGE-T(JM-IDX)(1:6) = WS-WORK-JOB
004190         MOVE "Y" TO WS-FOUND-SW
004200         SET WS-HOLD-IDX TO JM-IDX
004210     END-IF.
004220 2250-EXIT.
004230     EXIT.
004240
004250 2300-FIND-BUDGET.
004260     MOVE "N" TO WS-FOUND-SW
004270     MOVE 0 TO WS-HOLD-IDX
004280     IF WS-BUDG-COUNT > 0
004290         PERFORM 2350-MATCH-ONE-BUDGET THRU 2350-EXIT
004300             VARYING JB-IDX FROM 1 BY 1
004310             UNTIL JB-IDX > WS-BUDG-COUNT OR ROW-FOUND
004320     END-IF.
004330 2300-EXIT.
004340     EXIT.
004350
004360 2350-MATCH-ONE-BUDGET.
004370     IF WS-BUDG-IMAGE-T(JB-IDX)(1:6) = WS-WORK-JOB
004380         MOVE "Y" TO WS-FOUND-SW
004390         SET WS-HOLD-IDX TO JB-IDX
004400     END-IF.
004410 2350-EXIT.
004420     EXIT.
004430
004440*----THE FIRST CHANGE ORDER ON A JOB FREEZES ITS ORIGINAL
004450*----CONTRACT AND BUDGET BEFORE ANYTHING MOVES.
004460 2500-APPLY-CHANGE.
004470     IF JM-CO-COUNT = 0
004480         MOVE JM-CONTRACT-VALUE TO JM-ORIG-CONTRACT
004490         MOVE 0 TO JM-CO-CONTRACT
004500     END-IF
004510     ADD 1 TO JM-CO-COUNT
004520     ADD CH-CONTRACT-CHG TO JM-CO-CONTRACT
004530     MOVE WS-NEW-CONTRACT TO JM-CONTRACT-VALUE
004540     MOVE JobMastRec TO WS-MAST-IMAGE-T(JM-IDX)
004550     IF JB-CO-COUNT = 0
004560         MOVE JB-LABOR TO JB-ORIG-LABOR
004570         MOVE JB-MATERIAL TO JB-ORIG-MATERIAL
004580         MOVE JB-OVERHEAD TO JB-ORIG-OVERHEAD
004590     END-IF
004600     ADD 1 TO JB-CO-COUNT
004610     MOVE WS-NEW-LABOR TO JB-LABOR
004620     MOVE WS-NEW-MATERIAL TO JB-MATERIAL
004630     MOVE WS-NEW-OVERHEAD TO JB-OVERHEAD
004640     IF WS-BUDG-IX = 0
004650         ADD 1 TO WS-BUDG-COUNT
004660         MOVE WS-BUDG-COUNT TO WS-BUDG-IX
004670     END-IF
004680     SET JB-IDX TO WS-BUDG-IX
004690     MOVE JobBudgRec TO WS-BUDG-IMAGE-T(JB-IDX)
004700     MOVE WS-RUN-DATE TO HC-APPLIED-DATE
004710     MOVE CHGORD-REC TO HC-CHANGE
004720     WRITE CHGHIST-REC
004730     IF WS-DONE-COUNT < 999
004740         ADD 1 TO WS-DONE-COUNT
004750         SET DN-IDX TO WS-DONE-COUNT
004760         MOVE CH-JOB-ID TO WS-D-JOB-ID(DN-IDX)
004770         MOVE CH-CO-NO TO WS-D-CO-NO(DN-IDX)
004780     END-IF
004790     ADD 1 TO WS-APPLIED-COUNT
004800     MOVE "APPLIED" TO DL-RESULT
004810     WRITE CHANGE-RPT-REC FROM WS-DETAIL-LINE
004820     MOVE JM-ORIG-CONTRACT TO RV-ORIGINAL
004830     MOVE JM-CO-CONTRACT TO RV-CHANGES
004840     MOVE JM-CONTRACT-VALUE TO RV-REVISED
004850     WRITE CHANGE-RPT-REC FROM WS-REVISED-LINE.
004860 2500-EXIT.
004870     EXIT.
004880
004890 3000-REWRITE-MASTERS.
004900     IF WS-APPLIED-COUNT = 0
004910         GO TO 3000-EXIT
004920     END-IF
004930     OPEN OUTPUT JOBMAST-IO
004940     PERFORM 3100-WRITE-ONE-JOB THRU 3100-EXIT
004950         VARYING JM-IDX FROM 1 BY 1
004960         UNTIL JM-IDX > WS-MAST-COUNT
004970     CLOSE JOBMAST-IO
004980     OPEN OUTPUT JOBBUDG-IO
004990     PERFORM 3200-WRITE-ONE-BUDGET THRU 3200-EXIT
005000         VARYING JB-IDX FROM 1 BY 1
005010         UNTIL JB-IDX > WS-BUDG-COUNT
005020     CLOSE JOBBUDG-IO.
005030 3000-EXIT.
005040     EXIT.
005050
005060 3100-WRITE-ONE-JOB.
005070     MOVE WS-MAST-IMAGE-T(JM-IDX) TO JobMastRec
005080     WRITE JobMastRec.
005090 3100-EXIT.
005100     EXIT.
005110
005120 3200-WRITE-ONE-BUDGET.
005130     MOVE WS-BUDG-IMAGE-T(JB-IDX) TO JobBudgRec
005140     WRITE JobBudgRec.
005150 3200-EXIT.
005160     EXIT.
005170
005180 4000-TERMINATE.
005190     IF WS-CHG-STATUS = "00" OR WS-CHG-STATUS = "10"
005200         IF RETURN-CODE NOT = 12
005210             MOVE WS-APPLIED-COUNT TO TL-APPLIED
005220             MOVE WS-PENDING-COUNT TO TL-PENDING
005230             MOVE WS-REFUSED-COUNT TO TL-REFUSED
005240             MOVE SPACES TO CHANGE-RPT-REC
005250             WRITE CHANGE-RPT-REC
005260             WRITE CHANGE-RPT-REC FROM WS-TOTAL-LINE
005270             CLOSE CHGORD-IN
005280             CLOSE CHGHIST-IO
005290             CLOSE CHANGE-RPT
005300         END-IF
005310     END-IF
005320     DISPLAY "CHGORDER: CHANGE ORDERS APPLIED - "
005330         WS-APPLIED-COUNT
005340     DISPLAY "CHGORDER: PENDING APPROVAL - " WS-PENDING-COUNT
005350     DISPLAY "CHGORDER: REFUSED - " WS-REFUSED-COUNT.
005360 4000-EXIT.
005370     EXIT.
