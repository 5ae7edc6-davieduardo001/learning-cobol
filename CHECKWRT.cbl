000510*                   DATE, SO THE CHECKREC BANK RECONCILIATION
000520*                   CAN AGE OUTSTANDING CHECKS AND THE POSPAY
000530*                   POSITIVE-PAY EXTRACT CAN DATE ITS RECORDS.
000531*   2026-10-15  DP  SUPPLEMENTAL PASS - CHECK REQUESTS FROM THE
000532*                   SUPPPAY OFF-CYCLE RUN (SUPPCHK) PRINT AFTER
000533*                   THE VOID PASS WITH ZERO HOURS AND A SUPP FLAG
000534*                   PLUS EARNINGS CODE ON STUB AND REGISTER. THE
000535*                   REQUEST FILE IS EMPTIED ONCE PRINTED. A
000536*                   MISSING FILE SKIPS THE PASS.
000537*   2026-10-15  DP  FINAL PAY PASS - IMMEDIATE-ISSUE CHECK
000538*                   REQUESTS FROM THE FINALPAY RUN (FINALCHK)
000539*                   PRINT BEFORE THE SUPPLEMENTAL PASS WITH ZERO
000540*                   HOURS AND A FINAL FLAG ON STUB AND REGISTER. A
000541*                   RUN WITH NO TIMECARDS OR VOIDS PRINTS ONLY
000542*                   THESE. THE REQUEST FILE IS EMPTIED ONCE
000543*                   PRINTED.
000544*   2026-10-15  DP  CHECKCTL ROWS NOW CARRY A SERIES BYTE - BLANK
000545*                   FOR PAYROLL, V FOR THE APPAYRUN VENDOR CHECKS
000546*                   - AND THIS RUN NUMBERS ONLY FROM ITS COMPANY'S
000547*                   PAYROLL ROW, WRITING THE VENDOR ROWS BACK
000548*                   UNTOUCHED. THE REGISTER LINE GAINS A VENDOR
000549*                   ID, BLANK ON PAYROLL CHECKS.
000550*   2026-10-15  DP  THE TIMECARD CHECKS WAIT ON THE PAYVAR
000551*                   VARIANCE REVIEW - A HOLD OR ANOTHER COMPANY'S
000552*                   RELEASE ON PAYRLSE SKIPS THEM WITH RC 8.
000553*                   VOIDS, FINAL PAY AND SUPPLEMENTAL CHECKS STILL
000554*                   PRINT.
000555*   2026-10-15  DP  EXPENSE PASS - EXPPAY'S NON-TAXABLE
000556*                   REIMBURSEMENT REQUESTS (EXPCHK) PRINT LAST
000557*                   WITH ZERO HOURS AND AN EXPENSE FLAG ON STUB
000558*                   AND REGISTER. THEY RIDE WITH THE REGULAR
000559*                   PAYROLL AND WAIT UNDER A PAYRLSE HOLD;
000560*                   OTHERWISE THE FILE IS EMPTIED ONCE PRINTED.
000561*   2026-10-15  DP  A PAYRLSE RELEASE COUNTS ONLY FOR THE PERIOD
000562*                   JUST PAID - THE LATEST P ROW ON THE COMPANY'S
000563*                   PERIODCT CALENDAR. A RELEASE LEFT OVER FROM AN
000564*                   EARLIER PERIOD HOLDS THE TIMECARD CHECKS.
000565*---------------------------------------------------------------
000566 ENVIRONMENT DIVISION.
000567 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT TIMECARD-IN  ASSIGN TO PAYTIME
000590         ORGANIZATION IS LINE SEQUENTIAL.
000780         FILE STATUS IS WS-EMP-STATUS.
000790     SELECT REJECT-RPT   ASSIGN TO CHECKREJ
000800         ORGANIZATION IS LINE SEQUENTIAL.
000801     SELECT SUPPCHK-IO   ASSIGN TO SUPPCHK
000802         ORGANIZATION IS LINE SEQUENTIAL
000803         FILE STATUS IS WS-SUPP-STATUS.
000804     SELECT FINALCHK-IO  ASSIGN TO FINALCHK
000805         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS WS-FINAL-STATUS.
000807     SELECT EXPCHK-IO    ASSIGN TO EXPCHK
000808         ORGANIZATION IS LINE SEQUENTIAL
000809         FILE STATUS IS WS-EXP-STATUS.
000810     SELECT PAYRLSE-IN   ASSIGN TO PAYRLSE
000811         ORGANIZATION IS LINE SEQUENTIAL
000812         FILE STATUS IS WS-RLSE-STATUS.
000813     SELECT PERIOD-CTL   ASSIGN TO PERIODCT
000814         ORGANIZATION IS LINE SEQUENTIAL
000815         FILE STATUS IS WS-PERIOD-STATUS.
000816     SELECT SORT-WORK    ASSIGN TO SORTWK.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
001020     05  VR-RATE          PIC 9(3)V99.
001030
001040*----ONE LAST-USED-NUMBER ROW PER COMPANY - A BLANK COMPANY IS
001050*----THE ORIGINAL SERIES. THE SERIES BYTE IS BLANK ON PAYROLL
001051*----ROWS AND V ON THE APPAYRUN VENDOR-CHECK ROWS.
001060 FD  CHECKCTL-IO.
001070 01  CHECKCTL-REC.
001080     05  CC-COMPANY       PIC X(2).
001090     05  CC-LAST-NO       PIC 9(6).
001091     05  CC-SERIES        PIC X(1).
001100
001101*----CHECK REQUESTS FROM THE SUPPPAY OFF-CYCLE RUN - THE AMOUNT
001102*----IS THE NET ALREADY FIGURED THERE.
001103 FD  SUPPCHK-IO.
001104 01  SUPPCHK-REC.
001105     05  SQ-EMP-ID        PIC X(5).
001106     05  SQ-EARN-CODE     PIC X(3).
001107     05  SQ-PAY-DATE      PIC 9(8).
001108     05  SQ-AMOUNT        PIC 9(5)V99.
001109
001110*----FINAL PAY CHECK REQUESTS FROM THE FINALPAY RUN - THE AMOUNT
001111*----IS THE NET ALREADY FIGURED THERE.
001112 FD  FINALCHK-IO.
001113 01  FINALCHK-REC.
001114     05  FQ-EMP-ID        PIC X(5).
001115     05  FQ-EARN-CODE     PIC X(3).
001116     05  FQ-PAY-DATE      PIC 9(8).
001117     05  FQ-AMOUNT        PIC 9(5)V99.
001118     05  FQ-ISSUE-FLAG    PIC X(1).
001119         88  FQ-ISSUE-IMMEDIATE VALUE "I".
001120
001121*----EXPENSE REIMBURSEMENT CHECK REQUESTS FROM EXPPAY (AND FROM
001122*----DDEPEXT WHEN IT CANNOT DEPOSIT ONE) - PAID AS IS, UNTAXED.
001123 FD  EXPCHK-IO.
001124     COPY "EXPCHK.cpy".
001125
001126 FD  PAYCOCTL-IN.
001127 01  PAYCOCTL-REC         PIC X(2).
001128
001129*----PAYVAR VARIANCE REVIEW'S RELEASE OF THE REGULAR PAYROLL
001130 FD  PAYRLSE-IN.
001131     COPY "PAYRLSE.cpy".
001132
001133*----PAYROLL CALENDAR - A RELEASE COUNTS ONLY FOR THE PAID PERIOD
001134 FD  PERIOD-CTL.
001135 01  PERIOD-CTL-REC.
001136     05  PC-START         PIC 9(8).
001137     05  PC-END           PIC 9(8).
001138     05  PC-STATUS        PIC X(1).
001139     05  PC-COMPANY       PIC X(2).
001140
001141 FD  CHECK-PRT.
001150 01  CHECK-PRT-REC        PIC X(70).
001160
001170 FD  CHECK-REG.
001330     88  NO-COMPANY-CARD      VALUE "Y".
001340 01  WS-PAY-COMPANY       PIC X(2) VALUE SPACES.
001350 01  WS-FOUND-COMPANY     PIC X(2) VALUE SPACES.
001351 01  WS-RLSE-STATUS       PIC X(2) VALUE SPACES.
001352 01  WS-HELD-SW           PIC X(1) VALUE "N".
001353     88  PAYROLL-HELD         VALUE "Y".
001354 01  WS-PERIOD-STATUS     PIC X(2) VALUE SPACES.
001355 01  WS-PERIOD-EOF-SW     PIC X(1) VALUE "N".
001356     88  NO-MORE-PERIODS      VALUE "Y".
001357 01  WS-PAID-PERIOD-END   PIC 9(8) VALUE 0.
001360 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
001370     88  NO-MORE-CTL-ROWS     VALUE "Y".
001380 01  WS-CTL-ROW-COUNT     PIC 9(2) COMP VALUE 0.
001420     05  WS-CTL-ROW-ENTRY OCCURS 10 TIMES.
001430         10  WS-R-COMPANY PIC X(2).
001440         10  WS-R-LAST-NO PIC 9(6).
001441         10  WS-R-SERIES  PIC X(1).
001450 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001460 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001470 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001480 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001490 01  WS-VOID-STATUS       PIC X(2) VALUE SPACES.
001491 01  WS-SUPP-STATUS       PIC X(2) VALUE SPACES.
001492 01  WS-SUPP-EOF-SW       PIC X(1) VALUE "N".
001493     88  END-OF-SUPP-REQUESTS VALUE "Y".
001494 01  WS-SUPP-COUNT        PIC 9(5) COMP VALUE 0.
001495 01  WS-FINAL-STATUS      PIC X(2) VALUE SPACES.
001496 01  WS-FINAL-EOF-SW      PIC X(1) VALUE "N".
001497     88  END-OF-FINAL-REQUESTS VALUE "Y".
001498 01  WS-FINAL-COUNT       PIC 9(5) COMP VALUE 0.
001500 01  WS-EXP-STATUS        PIC X(2) VALUE SPACES.
001502 01  WS-EXP-EOF-SW        PIC X(1) VALUE "N".
001504     88  END-OF-EXP-REQUESTS  VALUE "Y".
001506 01  WS-EXP-COUNT         PIC 9(5) COMP VALUE 0.
001508 01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
001510 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
001520 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001530     88  END-OF-SORTED-CARDS  VALUE "Y".
002280     05  RG-DATE          PIC 9(8).
002290     05  FILLER           PIC X(1) VALUE SPACE.
002300     05  RG-COMPANY       PIC X(2).
002301     05  FILLER           PIC X(1) VALUE SPACE.
002302     05  RG-VENDOR-ID     PIC X(6) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350*----SORT THE CARDS INTO EMPLOYEE-ID ORDER SO MULTIPLE CARDS
002360*----FOR ONE EMPLOYEE ARRIVE TOGETHER AND CONSOLIDATE.
002361*----THE TIMECARD CHECKS ARE THE REGULAR PAYROLL AND WAIT ON THE
002362*----VARIANCE REVIEW'S RELEASE. VOIDS, FINAL PAY AND
002363*----SUPPLEMENTAL CHECKS DO NOT.
002364     IF PAYROLL-HELD
002365         DISPLAY "CHECKWRT: PAYROLL NOT RELEASED BY THE PAYVAR "
002366             "REVIEW - TIMECARD CHECKS HELD"
002367     ELSE
002370         SORT SORT-WORK ON ASCENDING KEY SR-EMP-ID
002380             USING TIMECARD-IN
002390             OUTPUT PROCEDURE IS 2000-CONSOLIDATE THRU 2000-EXIT
002391     END-IF
002400     PERFORM 3000-VOID-PASS THRU 3000-EXIT
002403     PERFORM 3400-FINAL-PASS THRU 3400-EXIT
002406     PERFORM 3500-SUPPLEMENTAL-PASS THRU 3500-EXIT
002407     PERFORM 3800-EXPENSE-PASS THRU 3800-EXIT
002410     PERFORM 4000-TERMINATE THRU 4000-EXIT
002420     GOBACK.
002430
002440 1000-INITIALIZE.
002450     CALL "GETBDATE" USING WS-RUN-DATE
002460     PERFORM 1150-GET-COMPANY THRU 1150-EXIT
002461     PERFORM 1300-CHECK-RELEASE THRU 1300-EXIT
002470     PERFORM 1200-GET-LAST-CHECK-NO THRU 1200-EXIT
002480     OPEN OUTPUT CHECK-PRT
002490*----THE REGISTER IS THE OUTSTANDING-CHECK BOOK - APPEND,
002710     CLOSE PAYCOCTL-IN.
002720 1150-EXIT.
002730     EXIT.
002731
002732*----NO PAYRLSE FILE LEAVES THE RUN UNGATED. OTHERWISE THE
002733*----RECORD MUST RELEASE THIS COMPANY'S PAYROLL FOR THE PERIOD
002734*----JUST PAID - A HOLD, AN EMPTY FILE, ANOTHER COMPANY'S
002735*----RELEASE OR ONE LEFT FROM AN EARLIER PERIOD HOLDS THE CHECKS.
002736 1300-CHECK-RELEASE.
002737     MOVE "N" TO WS-HELD-SW
002738     OPEN INPUT PAYRLSE-IN
002739     IF WS-RLSE-STATUS NOT = "00"
002740         GO TO 1300-EXIT
002741     END-IF
002742     PERFORM 1330-GET-PAID-PERIOD THRU 1330-EXIT
002743     READ PAYRLSE-IN
002744         AT END MOVE "H" TO RL-STATUS
002745     END-READ
002746     IF NOT RL-RELEASED OR RL-COMPANY NOT = WS-PAY-COMPANY
002747         OR RL-PERIOD-END NOT = WS-PAID-PERIOD-END
002748         MOVE "Y" TO WS-HELD-SW
002749     END-IF
002750     CLOSE PAYRLSE-IN.
002751 1300-EXIT.
002752     EXIT.
002753
002754*----THE PAYROLL RUN MARKS ITS PERIOD PAID BEFORE THE CHECKS
002755*----PRINT, SO THE PERIOD BEING PAID IS THE LATEST P ROW ON THIS
002756*----COMPANY'S PERIODCT CALENDAR. NO CALENDAR OR NO PAID ROW
002757*----MATCHES NO RELEASE.
002758 1330-GET-PAID-PERIOD.
002759     MOVE 0 TO WS-PAID-PERIOD-END
002760     OPEN INPUT PERIOD-CTL
002761     IF WS-PERIOD-STATUS NOT = "00"
002762         GO TO 1330-EXIT
002763     END-IF
002764     PERFORM 1350-SCAN-ONE-PERIOD THRU 1350-EXIT
002765         UNTIL NO-MORE-PERIODS
002766     CLOSE PERIOD-CTL.
002767 1330-EXIT.
002768     EXIT.
002769
002770 1350-SCAN-ONE-PERIOD.
002771     READ PERIOD-CTL
002772         AT END MOVE "Y" TO WS-PERIOD-EOF-SW
002773     END-READ
002774     IF NOT NO-MORE-PERIODS AND PC-STATUS = "P"
002775         AND PC-COMPANY = WS-PAY-COMPANY
002776         AND PC-END > WS-PAID-PERIOD-END
002777         MOVE PC-END TO WS-PAID-PERIOD-END
002778     END-IF.
002779 1350-EXIT.
002780     EXIT.
002781
002782*----EVERY COMPANY'S LAST-USED CHECK NUMBER PERSISTS ON ITS
002783*----OWN CHECKCTL ROW SO NO TWO RUNS EVER HAND OUT THE SAME
002784*----NUMBER. A MISSING FILE OR ROW STARTS THAT SERIES AT ZERO.
002785 1200-GET-LAST-CHECK-NO.
002790     MOVE 0 TO WS-LAST-CHECK-NO
002800     MOVE 0 TO WS-OWN-ROW-IX
002810     OPEN INPUT CHECKCTL-IO
002930         MOVE WS-PAY-COMPANY
002940             TO WS-R-COMPANY(WS-CTL-ROW-COUNT)
002950         MOVE 0 TO WS-R-LAST-NO(WS-CTL-ROW-COUNT)
002951         MOVE SPACE TO WS-R-SERIES(WS-CTL-ROW-COUNT)
002960         MOVE WS-CTL-ROW-COUNT TO WS-OWN-ROW-IX
002970     END-IF.
002980 1200-EXIT.
003060         ADD 1 TO WS-CTL-ROW-COUNT
003070         MOVE CC-COMPANY TO WS-R-COMPANY(WS-CTL-ROW-COUNT)
003080         MOVE CC-LAST-NO TO WS-R-LAST-NO(WS-CTL-ROW-COUNT)
003081         MOVE CC-SERIES TO WS-R-SERIES(WS-CTL-ROW-COUNT)
003090         IF CC-COMPANY = WS-PAY-COMPANY AND CC-SERIES = SPACE
003100             MOVE CC-LAST-NO TO WS-LAST-CHECK-NO
003110             MOVE WS-CTL-ROW-COUNT TO WS-OWN-ROW-IX
003120         END-IF
005450 3200-EXIT.
005460     EXIT.
005470
005471*----FINAL PAY PASS. EACH FINALCHK REQUEST IS A TERMINATED
005472*----EMPLOYEE'S LAST CHECK AND PRINTS UNDER THE NEXT NUMBER,
005473*----FLAGGED FINAL ON STUB AND REGISTER. THE REQUESTS ARE FOR
005474*----IMMEDIATE ISSUE, SO THE RUN MAY BE MADE ON DEMAND WITH NO
005475*----TIMECARDS OR VOIDS TO PRINT ONLY THESE. THE EMPLOYEE IS
005476*----ALREADY T ON EMPMAST, SO ONLY THE COMPANY IS CHECKED, AND
005477*----THE FILE IS EMPTIED ONCE ITS CHECKS PRINT.
005478 3400-FINAL-PASS.
005479     OPEN INPUT FINALCHK-IO
005480     IF WS-FINAL-STATUS NOT = "00"
005481         MOVE "Y" TO WS-FINAL-EOF-SW
005482         GO TO 3400-EXIT
005483     END-IF
005484     PERFORM 3450-READ-FINAL THRU 3450-EXIT
005485     PERFORM 3460-FINAL-ONE THRU 3460-EXIT
005486         UNTIL END-OF-FINAL-REQUESTS
005487     CLOSE FINALCHK-IO
005488     OPEN OUTPUT FINALCHK-IO
005489     CLOSE FINALCHK-IO.
005490 3400-EXIT.
005491     EXIT.
005492
005493 3450-READ-FINAL.
005494     READ FINALCHK-IO
005495         AT END MOVE "Y" TO WS-FINAL-EOF-SW
005496     END-READ.
005497 3450-EXIT.
005498     EXIT.
005499
005500 3460-FINAL-ONE.
005501     MOVE FQ-EMP-ID TO WK-EMP-ID
005502     PERFORM 1500-FIND-EMPLOYEE THRU 1500-EXIT
005503     IF NOT EMP-ON-MASTER
005504         MOVE "FINAL PAY - NOT ON FILE" TO RJ-REASON
005505         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005506         GO TO 3460-NEXT
005507     END-IF
005508     IF WS-FOUND-COMPANY NOT = WS-PAY-COMPANY
005509         MOVE "FINAL PAY - WRONG COMPANY" TO RJ-REASON
005510         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005511         GO TO 3460-NEXT
005512     END-IF
005513     ADD 1 TO WS-FINAL-COUNT
005514     MOVE 0 TO WK-HOURS
005515     MOVE 0 TO WK-RATE
005516     MOVE SPACES TO WK-COMBINED
005517     IF FQ-ISSUE-IMMEDIATE
005518         MOVE "FINAL IM" TO WK-COMBINED
005519     ELSE
005520         MOVE "FINAL" TO WK-COMBINED
005521     END-IF
005522     MOVE FQ-AMOUNT TO payCheck
005523     PERFORM 2100-PRINT-ONE-CHECK THRU 2100-EXIT.
005524 3460-NEXT.
005525     PERFORM 3450-READ-FINAL THRU 3450-EXIT.
005526 3460-EXIT.
005527     EXIT.
005528
005529*----SUPPLEMENTAL PASS. EACH SUPPCHK REQUEST PRINTS ONE CHECK
005530*----UNDER THE NEXT NUMBER, FLAGGED SUPP AND ITS EARNINGS CODE
005531*----ON STUB AND REGISTER. SUPPPAY ALREADY DECIDED WHO IS OWED,
005532*----SO A TERMINATED EMPLOYEE'S REQUEST STILL PRINTS; ANOTHER
005533*----COMPANY'S DOES NOT. THE FILE IS EMPTIED ONCE ITS CHECKS
005534*----PRINT, SO NO LATER RUN CAN PAY THE SAME REQUESTS TWICE.
005535 3500-SUPPLEMENTAL-PASS.
005536     OPEN INPUT SUPPCHK-IO
005537     IF WS-SUPP-STATUS NOT = "00"
005538         MOVE "Y" TO WS-SUPP-EOF-SW
005539         GO TO 3500-EXIT
005540     END-IF
005541     PERFORM 3600-READ-SUPP THRU 3600-EXIT
005542     PERFORM 3700-SUPP-ONE THRU 3700-EXIT
005543         UNTIL END-OF-SUPP-REQUESTS
005544     CLOSE SUPPCHK-IO
005545     OPEN OUTPUT SUPPCHK-IO
005546     CLOSE SUPPCHK-IO.
005547 3500-EXIT.
005548     EXIT.
005549
005550 3600-READ-SUPP.
005551     READ SUPPCHK-IO
005552         AT END MOVE "Y" TO WS-SUPP-EOF-SW
005553     END-READ.
005554 3600-EXIT.
005555     EXIT.
005556
005557 3700-SUPP-ONE.
005558     MOVE SQ-EMP-ID TO WK-EMP-ID
005559     PERFORM 1500-FIND-EMPLOYEE THRU 1500-EXIT
005560     IF NOT EMP-ON-MASTER
005561         MOVE "SUPPLEMENTAL - NOT ON FILE" TO RJ-REASON
005562         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005563         GO TO 3700-NEXT
005564     END-IF
005565     IF WS-FOUND-COMPANY NOT = WS-PAY-COMPANY
005566         MOVE "SUPPLEMENTAL - WRONG COMPANY" TO RJ-REASON
005567         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005568         GO TO 3700-NEXT
005569     END-IF
005570     ADD 1 TO WS-SUPP-COUNT
005571     MOVE 0 TO WK-HOURS
005572     MOVE 0 TO WK-RATE
005573     MOVE SPACES TO WK-COMBINED
005574     STRING "SUPP " SQ-EARN-CODE DELIMITED BY SIZE
005575         INTO WK-COMBINED
005576     MOVE SQ-AMOUNT TO payCheck
005577     PERFORM 2100-PRINT-ONE-CHECK THRU 2100-EXIT.
005578 3700-NEXT.
005579     PERFORM 3600-READ-SUPP THRU 3600-EXIT.
005580 3700-EXIT.
005581     EXIT.
005582
005583*----EXPENSE PASS. EACH EXPCHK REQUEST IS ONE EMPLOYEE'S APPROVED
005584*----EXPENSE CLAIMS FROM EXPPAY AND PRINTS ONE CHECK UNDER THE
005585*----NEXT NUMBER, FLAGGED EXPENSE ON STUB AND REGISTER. THEY RIDE
005586*----WITH THE REGULAR PAYROLL, SO UNDER A VARIANCE-REVIEW HOLD THE
005587*----REQUESTS ARE LEFT FOR THE RELEASED RUN. OTHERWISE THE FILE IS
005588*----EMPTIED ONCE ITS CHECKS PRINT.
005589 3800-EXPENSE-PASS.
005590     IF PAYROLL-HELD
005591         GO TO 3800-EXIT
005592     END-IF
005593     OPEN INPUT EXPCHK-IO
005594     IF WS-EXP-STATUS NOT = "00"
005595         MOVE "Y" TO WS-EXP-EOF-SW
005596         GO TO 3800-EXIT
005597     END-IF
005598     PERFORM 3850-READ-EXP THRU 3850-EXIT
005599     PERFORM 3900-EXP-ONE THRU 3900-EXIT
005600         UNTIL END-OF-EXP-REQUESTS
005601     CLOSE EXPCHK-IO
005602     OPEN OUTPUT EXPCHK-IO
005603     CLOSE EXPCHK-IO.
005604 3800-EXIT.
005605     EXIT.
005606
005607 3850-READ-EXP.
005608     READ EXPCHK-IO
005609         AT END MOVE "Y" TO WS-EXP-EOF-SW
005610     END-READ.
005611 3850-EXIT.
005612     EXIT.
005613
005614 3900-EXP-ONE.
005615     MOVE XQ-EMP-ID TO WK-EMP-ID
005616     PERFORM 1500-FIND-EMPLOYEE THRU 1500-EXIT
005617     IF NOT EMP-ON-MASTER
005618         MOVE "EXPENSE - NOT ON FILE" TO RJ-REASON
005619         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005620         GO TO 3900-NEXT
005621     END-IF
005622     IF WS-FOUND-COMPANY NOT = WS-PAY-COMPANY
005623         MOVE "EXPENSE - WRONG COMPANY" TO RJ-REASON
005624         PERFORM 1600-REJECT-CARD THRU 1600-EXIT
005625         GO TO 3900-NEXT
005626     END-IF
005627     ADD 1 TO WS-EXP-COUNT
005628     MOVE 0 TO WK-HOURS
005629     MOVE 0 TO WK-RATE
005630     MOVE "EXPENSE" TO WK-COMBINED
005631     MOVE XQ-AMOUNT TO payCheck
005632     PERFORM 2100-PRINT-ONE-CHECK THRU 2100-EXIT.
005633 3900-NEXT.
005634     PERFORM 3850-READ-EXP THRU 3850-EXIT.
005635 3900-EXIT.
005636     EXIT.
005637
005638*----THE RUN'S COMPANY ROW TAKES THE NEW LAST NUMBER AND THE
005639*----WHOLE CONTROL FILE REWRITES WITH EVERY COMPANY'S ROW.
005640 4000-TERMINATE.
005641     MOVE WS-LAST-CHECK-NO
005642         TO WS-R-LAST-NO(WS-OWN-ROW-IX)
005643     OPEN OUTPUT CHECKCTL-IO
005644     PERFORM 4050-WRITE-ONE-ROW THRU 4050-EXIT
005645         VARYING WS-CTL-ROW-IX FROM 1 BY 1
005646         UNTIL WS-CTL-ROW-IX > WS-CTL-ROW-COUNT
005647     CLOSE CHECKCTL-IO
005648     DISPLAY "CHECKWRT: CHECKS PRINTED - " WS-CHECK-COUNT
005649     DISPLAY "CHECKWRT: CHECKS VOIDED/REISSUED - "
005650         WS-VOID-COUNT
005651     DISPLAY "CHECKWRT: FINAL PAY CHECKS - " WS-FINAL-COUNT
005652     DISPLAY "CHECKWRT: SUPPLEMENTAL CHECKS - " WS-SUPP-COUNT
005653     DISPLAY "CHECKWRT: EXPENSE REIMBURSEMENT CHECKS - "
005654         WS-EXP-COUNT
005655     DISPLAY "CHECKWRT: CARDS REJECTED - " WS-REJECT-COUNT
005656     MOVE WS-CHECK-COUNT TO WS-CTL-WRITTEN
005657     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
005658     COMPUTE WS-CTL-READ = WS-CHECK-COUNT + WS-REJECT-COUNT
005659     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005660         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005670     CLOSE CHECK-PRT
005680     CLOSE CHECK-REG
005690     CLOSE REJECT-RPT
005691     IF PAYROLL-HELD
005692         MOVE 8 TO RETURN-CODE
005693     END-IF.
005700 4000-EXIT.
005710     EXIT.
005720
005730 4050-WRITE-ONE-ROW.
005740     MOVE WS-R-COMPANY(WS-CTL-ROW-IX) TO CC-COMPANY
005750     MOVE WS-R-LAST-NO(WS-CTL-ROW-IX) TO CC-LAST-NO
005751     MOVE WS-R-SERIES(WS-CTL-ROW-IX) TO CC-SERIES
005760     WRITE CHECKCTL-REC.
005770 4050-EXIT.
005780     EXIT.
