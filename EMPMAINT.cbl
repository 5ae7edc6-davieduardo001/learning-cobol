000330*                   SET TO N SO DDEPEXT SENDS A ZERO-DOLLAR
000340*                   PRENOTE AND HOLDS THE EMPLOYEE ON THE
000350*                   CHECK PATH UNTIL IT AGES CLEAN.
000351*   2026-10-15  DP  HIRE DATE ADDED TO THE TRANSACTION AND THE
000352*                   MASTER - SET ON AN ADD OR REHIRE (RUN DATE
000353*                   WHEN BLANK) FOR THE NEWHIRE STATE EXTRACT.
000354*                   JOURNAL IMAGES WIDENED TO 200 BYTES TO MATCH
000355*                   JRNLWRIT.
000356*   2026-10-15  DP  PAY TYPE (H OR S) AND PER-PERIOD SALARY ADDED
000357*                   TO THE TRANSACTION AND THE MASTER FOR SALARIED
000358*                   STAFF - A SALARIED ADD OR CHANGE NEEDS A
000359*                   SALARY AND MAY CARRY A ZERO HOURLY RATE.
000360*   2026-10-15  DP  W-4 ELECTIONS - ADD AND CHANGE TRANSACTIONS
000361*                   CARRY THE FILING STATUS (S, M, H; BLANK IS S),
000362*                   THE ANNUAL DEPENDENT CREDIT, AND THE PER-
000363*                   PERIOD EXTRA WITHHOLDING, EDITED AND STORED ON
000364*                   EMPMAST FOR THE PAYROLL RUN'S FEDERAL
000365*                   WITHHOLDING.
000366*   2026-10-15  DP  PAY RATE HISTORY - AN ADD WRITES THE STARTING
000367*                   RATE TO RATEHIST AT THE HIRE DATE, AND A
000368*                   CHANGE TO THE RATE OR SALARY WRITES A ROW AT
000369*                   THE KEYED EFFECTIVE DATE (RUN DATE WHEN BLANK)
000370*                   CARRYING THE FIGURES IT REPLACES. A BACK-DATED
000371*                   ROW IS LEFT PENDING FOR PAYRETRO TO PAY THE
000372*                   DIFFERENCE. THE MASTER KEEPS THE LATEST-
000373*                   EFFECTIVE RATE.
000374*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000375*                   AUTHORIZED FOR EMPMAINT THROUGH SIGNON BEFORE
000376*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000377*                   RUN WITH RETURN CODE 12.
000378*   2026-10-15  DP  DUAL CONTROL - A CHANGE TO THE BANK ROUTING OR
000379*                   ACCOUNT, OR TO THE PAY TYPE, RATE, OR SALARY,
000380*                   IS NO LONGER APPLIED. THE REST OF THE CHANGE
000381*                   GOES ON THE MASTER AND THE SENSITIVE PART IS
000382*                   HELD ON THE NEW EMPPEND FILE UNDER THE KEYING
000383*                   OPERATOR'S ID, REPORTED AS HELD AND JOURNALED
000384*                   AS ACTION H. A SECOND OPERATOR APPROVES IT
000385*                   THROUGH EMPAPPR, WHICH NOW RESTARTS THE
000386*                   PRENOTE AND WRITES THE RATE HISTORY ROW.
000387*   2026-10-15  DP  HOME DEPARTMENT AND APPROVING SUPERVISOR ADDED
000388*                   TO THE ADD AND CHANGE TRANSACTIONS AND THE
000389*                   MASTER FOR THE TCMISS MISSING AND LATE
000390*                   TIMECARD LIST.
000391*---------------------------------------------------------------
000392 ENVIRONMENT DIVISION.
000393 INPUT-OUTPUT SECTION.
000394 FILE-CONTROL.
000400     SELECT EMPMAST     ASSIGN TO EMPMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT MAINT-RPT   ASSIGN TO EMPMRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT RATEHIST    ASSIGN TO RATEHIST
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RH-KEY
000485         FILE STATUS IS WS-RATE-STATUS.
000487     SELECT EMPPEND     ASSIGN TO EMPPEND
000489         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS DYNAMIC
000493         RECORD KEY IS PC-SSN
000495         FILE STATUS IS WS-PEND-STATUS.
000497
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EMPMAST.
000690     05  ET-WORK-STATE      PIC X(2).
000700     05  ET-COMP-CLASS      PIC X(4).
000710     05  ET-COMPANY         PIC X(2).
000711*----HIRE OR REHIRE DATE - BLANK ON AN ADD OR REHIRE TAKES THE
000712*----RUN DATE. A CHANGE NEVER MOVES IT, SO CORRECTING A RECORD
000713*----CANNOT MAKE A REPORTED HIRE LOOK NEW TO NEWHIRE.
000714     05  ET-HIRE-DATE-X     PIC X(8).
000715     05  ET-HIRE-DATE REDEFINES ET-HIRE-DATE-X
000716                            PIC 9(8).
000717*----H (OR BLANK) PAYS FROM TIMESHEET HOURS, S PAYS THE PERIOD
000718*----SALARY. THE SALARY IS IGNORED AND KEPT AT ZERO FOR HOURLY.
000719     05  ET-PAY-TYPE        PIC X(1).
000720         88  ET-HOURLY          VALUE "H" " ".
000721         88  ET-SALARIED        VALUE "S".
000722     05  ET-PERIOD-SALARY   PIC 9(5)V99.
000723*----W-4 ELECTIONS - BLANK FILING STATUS IS SINGLE, AND A BLANK
000724*----CREDIT OR EXTRA WITHHOLDING IS ZERO.
000725     05  ET-FILING-STATUS   PIC X(1).
000726         88  ET-FILE-SINGLE     VALUE "S" " ".
000727         88  ET-FILE-MARRIED    VALUE "M".
000728         88  ET-FILE-HEAD       VALUE "H".
000729     05  ET-DEP-CREDIT-X    PIC X(7).
000730     05  ET-DEP-CREDIT REDEFINES ET-DEP-CREDIT-X
000731                            PIC 9(5)V99.
000732     05  ET-EXTRA-WH-X      PIC X(6).
000733     05  ET-EXTRA-WH REDEFINES ET-EXTRA-WH-X
000734                            PIC 9(4)V99.
000735*----DATE A CHANGED RATE OR SALARY TAKES EFFECT - BLANK IS THE
000736*----RUN DATE. AN EARLIER DATE BACK-DATES THE CHANGE, AND
000737*----PAYRETRO PAYS THE DIFFERENCE ON PERIODS ALREADY PAID. ON AN
000738*----ADD, BLANK IS THE HIRE DATE.
000739     05  ET-RATE-EFF-DATE-X PIC X(8).
000740     05  ET-RATE-EFF-DATE REDEFINES ET-RATE-EFF-DATE-X
000741                            PIC 9(8).
000742*----HOME DEPARTMENT AND APPROVING SUPERVISOR FOR THE TIMECARD
000743*----FOLLOW-UP - SPACES LEAVES THE EMPLOYEE UNASSIGNED.
000744     05  ET-DEPT            PIC X(20).
000745     05  ET-SUPERVISOR      PIC X(5).
000746
000747 FD  MAINT-RPT.
000748 01  MAINT-RPT-REC          PIC X(80).
000749
000750 FD  RATEHIST.
000751     COPY "RATEHIST.cpy".
000752
000753 FD  EMPPEND.
000754     COPY "EMPPEND.cpy".
000755
000760 WORKING-STORAGE SECTION.
000770 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000780 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000860*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000870 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "EMPMAINT".
000880 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000890 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000900 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000910 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000920 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000930 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000931*----OPERATOR SIGN-ON - SEE SIGNON
000932 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000933 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "EMPMAINT".
000934 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000935 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000936*----PAY RATE HISTORY WORK AREAS
000937 01  WS-RATE-STATUS         PIC X(2) VALUE SPACES.
000938 01  WS-RATE-OPEN-SW        PIC X(1) VALUE "N".
000939     88  RATEHIST-OPEN          VALUE "Y".
000945 01  WS-OLD-RATE            PIC 9(3)V99 VALUE 0.
000946 01  WS-OLD-SALARY          PIC 9(5)V99 VALUE 0.
000947 01  WS-OLD-PAY-TYPE        PIC X(1) VALUE SPACE.
000948*----DUAL CONTROL - BANK AND PAY CHANGES HELD FOR EMPAPPR
000949 01  WS-PEND-STATUS         PIC X(2) VALUE SPACES.
000950 01  WS-PEND-OPEN-SW        PIC X(1) VALUE "N".
000951     88  EMPPEND-OPEN           VALUE "Y".
000952 01  WS-HELD-SW             PIC X(1) VALUE "N".
000953     88  CHANGE-HELD            VALUE "Y".
000954 01  WS-HELD-COUNT          PIC 9(5) COMP VALUE 0.
000955 01  WS-CUR-TIME            PIC 9(8) VALUE 0.
000956 01  WS-OUT-LINE.
000957     05  OL-ACTION          PIC X(1).
000960     05  FILLER             PIC X(1) VALUE SPACE.
000970     05  OL-SSN             PIC 9(9).
000980     05  FILLER             PIC X(1) VALUE SPACE.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001061     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001062     IF WS-SIGNON-RESULT NOT = "G"
001063         GOBACK
001064     END-IF
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001080     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001090         UNTIL NO-MORE-TRANS
001100     PERFORM 3000-TERMINATE THRU 3000-EXIT
001110     GOBACK.
001120
001121*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001122*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001123*----NOTHING AND APPLIES NOTHING.
001124 0500-SIGN-ON.
001125     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001126         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001127         WS-SIGNON-RESULT
001128     IF WS-SIGNON-RESULT NOT = "G"
001129         DISPLAY "EMPMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001130         MOVE 12 TO RETURN-CODE
001131     END-IF.
001132 0500-EXIT.
001133     EXIT.
001134
001135 1000-INITIALIZE.
001140     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001150*----RESERVE EMPMAST IN THE SHOP IN-USE CONTROL BEFORE ANY
001160*----UPDATE - BAIL CLEANLY IF ANOTHER PROGRAM HOLDS IT.
001400         MOVE "Y" TO WS-TRAN-EOF-SW
001410     ELSE
001420         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001430     END-IF
001431*----THE RATE HISTORY IS CREATED ON FIRST USE LIKE THE MASTER
001432     OPEN I-O RATEHIST
001433     IF WS-RATE-STATUS = "35"
001434         CLOSE RATEHIST
001435         OPEN OUTPUT RATEHIST
001436         CLOSE RATEHIST
001437         OPEN I-O RATEHIST
001438     END-IF
001439     IF WS-RATE-STATUS = "00"
001440         MOVE "Y" TO WS-RATE-OPEN-SW
001441     ELSE
001442         DISPLAY "EMPMAINT: UNABLE TO OPEN RATEHIST - STATUS "
001443             WS-RATE-STATUS " - ADDS AND CHANGES REJECTED"
001444     END-IF
001445*----THE PENDING-CHANGE FILE IS CREATED ON FIRST USE AS WELL
001446     OPEN I-O EMPPEND
001447     IF WS-PEND-STATUS = "35"
001448         CLOSE EMPPEND
001449         OPEN OUTPUT EMPPEND
001450         CLOSE EMPPEND
001451         OPEN I-O EMPPEND
001452     END-IF
001453     IF WS-PEND-STATUS = "00"
001454         MOVE "Y" TO WS-PEND-OPEN-SW
001455     ELSE
001456         DISPLAY "EMPMAINT: UNABLE TO OPEN EMPPEND - STATUS "
001457             WS-PEND-STATUS " - BANK AND PAY CHANGES REJECTED"
001458     END-IF.
001459 1000-EXIT.
001460     EXIT.
001461
001470 1100-READ-TRAN.
001480     READ EMPTRAN-IN
001490         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001520     EXIT.
001530
001540 2000-APPLY-TRAN.
001541     MOVE "N" TO WS-HELD-SW
001550     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001560     IF TRAN-IS-VALID
001570         EVALUATE TRUE
001660         END-EVALUATE
001670     END-IF
001680     IF TRAN-IS-VALID
001681         IF CHANGE-HELD
001682             PERFORM 2650-REPORT-HELD THRU 2650-EXIT
001683         ELSE
001684             PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001685         END-IF
001700     ELSE
001710         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001720     END-IF
002000             MOVE "PAYROLL ID MISSING" TO WS-REJECT-REASON
002010             GO TO 2100-EXIT
002020         END-IF
002021         IF NOT ET-HOURLY AND NOT ET-SALARIED
002022             MOVE "N" TO WS-TRAN-VALID-SW
002023             MOVE "INVALID PAY TYPE" TO WS-REJECT-REASON
002024             GO TO 2100-EXIT
002025         END-IF
002026*----A SALARIED RATE MAY BE ZERO - THE SALARY IS WHAT PAYS.
002030         IF ET-PAY-RATE NOT NUMERIC
002031             OR (ET-PAY-RATE = ZERO AND ET-HOURLY)
002040             MOVE "N" TO WS-TRAN-VALID-SW
002050             MOVE "PAY RATE MISSING OR ZERO" TO WS-REJECT-REASON
002060             GO TO 2100-EXIT
002070         END-IF
002071         IF ET-SALARIED
002072             AND (ET-PERIOD-SALARY NOT NUMERIC
002073                 OR ET-PERIOD-SALARY = ZERO)
002074             MOVE "N" TO WS-TRAN-VALID-SW
002075             MOVE "PERIOD SALARY MISSING OR ZERO"
002076                 TO WS-REJECT-REASON
002077             GO TO 2100-EXIT
002078         END-IF
002080         IF ET-BANK-ROUTING NOT NUMERIC
002090             MOVE "N" TO WS-TRAN-VALID-SW
002100             MOVE "BANK ROUTING NOT NUMERIC" TO WS-REJECT-REASON
002180             MOVE "BANK ACCOUNT MISSING" TO WS-REJECT-REASON
002190             GO TO 2100-EXIT
002200         END-IF
002201         IF NOT ET-FILE-SINGLE AND NOT ET-FILE-MARRIED
002202             AND NOT ET-FILE-HEAD
002203             MOVE "N" TO WS-TRAN-VALID-SW
002204             MOVE "INVALID FILING STATUS" TO WS-REJECT-REASON
002205             GO TO 2100-EXIT
002206         END-IF
002207         IF ET-DEP-CREDIT-X NOT = SPACES
002208             AND ET-DEP-CREDIT NOT NUMERIC
002209             MOVE "N" TO WS-TRAN-VALID-SW
002210             MOVE "DEPENDENT CREDIT NOT NUMERIC"
002211                 TO WS-REJECT-REASON
002212             GO TO 2100-EXIT
002213         END-IF
002214         IF ET-EXTRA-WH-X NOT = SPACES
002215             AND ET-EXTRA-WH NOT NUMERIC
002216             MOVE "N" TO WS-TRAN-VALID-SW
002217             MOVE "EXTRA WITHHOLDING NOT NUMERIC"
002218                 TO WS-REJECT-REASON
002219             GO TO 2100-EXIT
002220         END-IF
002221         IF ET-RATE-EFF-DATE-X NOT = SPACES
002222             AND ET-RATE-EFF-DATE NOT NUMERIC
002223             MOVE "N" TO WS-TRAN-VALID-SW
002224             MOVE "RATE EFFECTIVE DATE NOT NUMERIC"
002225                 TO WS-REJECT-REASON
002226             GO TO 2100-EXIT
002227         END-IF
002228*----EVERY RATE ON THE MASTER HAS ITS HISTORY ROW, SO NO ADD OR
002229*----CHANGE GOES THROUGH WITHOUT THE HISTORY FILE.
002230         IF NOT RATEHIST-OPEN
002231             MOVE "N" TO WS-TRAN-VALID-SW
002232             MOVE "RATE HISTORY UNAVAILABLE" TO WS-REJECT-REASON
002233             GO TO 2100-EXIT
002234         END-IF
002235     END-IF
002236     IF ET-ADD-ACTION OR ET-REHIRE-ACTION
002237         IF ET-HIRE-DATE-X NOT = SPACES
002238             AND ET-HIRE-DATE NOT NUMERIC
002239             MOVE "N" TO WS-TRAN-VALID-SW
002240             MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
002241             GO TO 2100-EXIT
002242         END-IF
002243     END-IF
002244     IF ET-TERM-ACTION
002245         IF ET-TERM-DATE NOT NUMERIC OR ET-TERM-DATE = ZERO
002246             MOVE "N" TO WS-TRAN-VALID-SW
002250             MOVE "TERM DATE MISSING" TO WS-REJECT-REASON
002260         END-IF
002270     END-IF.
002400     MOVE ET-WORK-STATE TO ER-WORK-STATE
002410     MOVE ET-COMP-CLASS TO ER-COMP-CLASS
002420     MOVE ET-COMPANY TO ER-COMPANY
002421     PERFORM 2800-SET-HIRE-DATE THRU 2800-EXIT
002422     PERFORM 2900-SET-PAY-TYPE THRU 2900-EXIT
002423     PERFORM 2950-SET-W4 THRU 2950-EXIT
002424     MOVE ET-DEPT TO ER-DEPT
002425     MOVE ET-SUPERVISOR TO ER-SUPERVISOR
002430     MOVE 0 TO ER-PRENOTE-DATE
002440     IF ET-BANK-ROUTING = ZERO
002450         MOVE SPACE TO ER-PRENOTE-STATUS
002570         MOVE EmployeeRec TO WS-AFTER-IMAGE
002580         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002590             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002591         PERFORM 3100-WRITE-HIRE-RATE THRU 3100-EXIT
002600     END-IF.
002610 2200-EXIT.
002620     EXIT.
002680             MOVE "N" TO WS-TRAN-VALID-SW
002690             MOVE "SSN NOT ON FILE" TO WS-REJECT-REASON
002700     END-READ
002710     IF NOT TRAN-IS-VALID
002711         GO TO 2300-EXIT
002712     END-IF
002720     MOVE EmployeeRec TO WS-BEFORE-IMAGE
002721     MOVE ER-PAY-RATE TO WS-OLD-RATE
002722     MOVE ER-PERIOD-SALARY TO WS-OLD-SALARY
002723     MOVE ER-PAY-TYPE TO WS-OLD-PAY-TYPE
002840     MOVE ET-NAME TO ER-NAME
002850     MOVE ET-EMP-ID TO ER-EMP-ID
002860     MOVE ET-PAY-RATE TO ER-PAY-RATE
002890     MOVE ET-WORK-STATE TO ER-WORK-STATE
002900     MOVE ET-COMP-CLASS TO ER-COMP-CLASS
002910     MOVE ET-COMPANY TO ER-COMPANY
002911     PERFORM 2900-SET-PAY-TYPE THRU 2900-EXIT
002912     PERFORM 2950-SET-W4 THRU 2950-EXIT
002913     MOVE ET-DEPT TO ER-DEPT
002914     MOVE ET-SUPERVISOR TO ER-SUPERVISOR
002915*----NO ONE PERSON CHANGES WHERE THE PAY GOES OR HOW MUCH IT IS.
002916*----A CHANGE TO THE BANK DETAILS OR THE PAY IS HELD ON EMPPEND
002917*----FOR A SECOND OPERATOR TO APPROVE THROUGH EMPAPPR, AND THE
002918*----MASTER KEEPS THE OLD FIGURES MEANWHILE. THE PRENOTE RESTART
002919*----AND THE RATE HISTORY ROW COME WITH THE APPROVAL.
002920     PERFORM 2350-HOLD-SENSITIVE THRU 2350-EXIT
002921     IF NOT TRAN-IS-VALID
002922         GO TO 2300-EXIT
002923     END-IF
002924     REWRITE EmployeeRec
002930         INVALID KEY
002940             MOVE "N" TO WS-TRAN-VALID-SW
002950             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002960     END-REWRITE
002970     IF TRAN-IS-VALID
002980         MOVE "C" TO WS-JRNL-ACTION
002990         MOVE EmployeeRec TO WS-AFTER-IMAGE
003000         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
003010             WS-JRNL-ACTION, WS-BEFORE-IMAGE,
003020             WS-AFTER-IMAGE
003021         IF CHANGE-HELD
003022             PERFORM 2360-WRITE-PENDING THRU 2360-EXIT
003023         END-IF
003040     END-IF.
003050 2300-EXIT.
003060     EXIT.
003061
003062*----SPOTS A BANK OR PAY CHANGE, BUILDS THE PENDING RECORD FROM
003063*----THE OLD AND NEW FIGURES, AND PUTS THE OLD FIGURES BACK ON
003064*----THE MASTER. THE BANK DETAILS WERE NEVER MOVED.
003065 2350-HOLD-SENSITIVE.
003066     MOVE "N" TO PC-BANK-CHANGE
003067     MOVE "N" TO PC-RATE-CHANGE
003068     IF ET-BANK-ROUTING NOT = ER-BANK-ROUTING
003069         OR ET-BANK-ACCOUNT NOT = ER-BANK-ACCOUNT
003070         MOVE "Y" TO PC-BANK-CHANGE
003071     END-IF
003072     IF ER-PAY-RATE NOT = WS-OLD-RATE
003073         OR ER-PERIOD-SALARY NOT = WS-OLD-SALARY
003074         OR ER-PAY-TYPE NOT = WS-OLD-PAY-TYPE
003075         MOVE "Y" TO PC-RATE-CHANGE
003076     END-IF
003077     IF NOT PC-BANK-CHANGED AND NOT PC-RATE-CHANGED
003078         GO TO 2350-EXIT
003079     END-IF
003080     IF NOT EMPPEND-OPEN
003081         MOVE "N" TO WS-TRAN-VALID-SW
003082         MOVE "PENDING FILE UNAVAILABLE" TO WS-REJECT-REASON
003083         GO TO 2350-EXIT
003084     END-IF
003085     MOVE "Y" TO WS-HELD-SW
003086     MOVE ER-SSnum TO PC-SSN
003087     MOVE "P" TO PC-STATUS
003088     MOVE WS-SIGNON-OPER TO PC-KEYED-BY
003089     MOVE WS-TODAY-DATE TO PC-KEYED-DATE
003090     ACCEPT WS-CUR-TIME FROM TIME
003091     MOVE WS-CUR-TIME TO PC-KEYED-TIME
003092     MOVE ER-BANK-ROUTING TO PC-OLD-ROUTING
003093     MOVE ER-BANK-ACCOUNT TO PC-OLD-ACCOUNT
003094     MOVE ET-BANK-ROUTING TO PC-NEW-ROUTING
003095     MOVE ET-BANK-ACCOUNT TO PC-NEW-ACCOUNT
003096     MOVE WS-OLD-PAY-TYPE TO PC-OLD-PAY-TYPE
003097     MOVE WS-OLD-RATE TO PC-OLD-RATE
003098     MOVE WS-OLD-SALARY TO PC-OLD-SALARY
003099     MOVE ER-PAY-TYPE TO PC-NEW-PAY-TYPE
003100     MOVE ER-PAY-RATE TO PC-NEW-RATE
003101     MOVE ER-PERIOD-SALARY TO PC-NEW-SALARY
003102     IF ET-RATE-EFF-DATE-X NOT = SPACES
003103         MOVE ET-RATE-EFF-DATE TO PC-RATE-EFF-DATE
003104     ELSE
003105         MOVE 0 TO PC-RATE-EFF-DATE
003106     END-IF
003107     MOVE SPACES TO PC-DECIDED-BY
003108     MOVE 0 TO PC-DECIDED-DATE
003109     MOVE WS-OLD-PAY-TYPE TO ER-PAY-TYPE
003110     MOVE WS-OLD-RATE TO ER-PAY-RATE
003111     MOVE WS-OLD-SALARY TO ER-PERIOD-SALARY.
003112 2350-EXIT.
003113     EXIT.
003114
003115*----A CHANGE STILL WAITING FOR THE EMPLOYEE IS REPLACED BY THE
003116*----NEW ONE. THE HELD CHANGE IS JOURNALED AS ACTION H.
003117 2360-WRITE-PENDING.
003118     WRITE EmpPendRec
003119         INVALID KEY
003120             REWRITE EmpPendRec
003121                 INVALID KEY
003122                     DISPLAY "EMPMAINT: PENDING CHANGE WRITE "
003123                         "FAILED - " PC-SSN
003124             END-REWRITE
003125     END-WRITE
003126     MOVE "H" TO WS-JRNL-ACTION
003127     MOVE EmployeeRec TO WS-BEFORE-IMAGE
003128     MOVE EmpPendRec TO WS-AFTER-IMAGE
003129     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
003130         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
003131 2360-EXIT.
003132     EXIT.
003133
003134*----A TERMINATION KEEPS THE RECORD ON THE MASTER - THE PAYROLL
003135*----RUNS REFUSE THE CARDS, AND THE PURGE PASS CLEANS UP LATER.
003136 2400-TERMINATE-EMP.
003137     MOVE ET-SSN TO ER-SSnum
003138     READ EMPMAST
003139         INVALID KEY
003140             MOVE "N" TO WS-TRAN-VALID-SW
003150             MOVE "SSN NOT ON FILE" TO WS-REJECT-REASON
003160     END-READ
003570         MOVE EmployeeRec TO WS-BEFORE-IMAGE
003580         MOVE "A" TO ER-STATUS
003590         MOVE 0 TO ER-TERM-DATE
003591         PERFORM 2800-SET-HIRE-DATE THRU 2800-EXIT
003600         REWRITE EmployeeRec
003610             INVALID KEY
003620                 MOVE "N" TO WS-TRAN-VALID-SW
003940     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003950 2700-EXIT.
003960     EXIT.
003961
003962*----THE REST OF THE CHANGE IS ON THE MASTER; THE BANK OR PAY
003963*----PART WAITS ON EMPPEND.
003964 2650-REPORT-HELD.
003965     ADD 1 TO WS-HELD-COUNT
003966     MOVE ET-ACTION TO OL-ACTION
003967     MOVE ET-SSN TO OL-SSN
003968     MOVE ET-NAME TO OL-NAME
003969     MOVE "HELD" TO OL-DISPOSITION
003970     MOVE "BANK/PAY AWAITS APPROVAL" TO OL-REASON
003971     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003972 2650-EXIT.
003973     EXIT.
003974
003975*----THE DATE KEYED ON THE TRANSACTION, OR TODAY WHEN BLANK.
003976 2800-SET-HIRE-DATE.
003977     IF ET-HIRE-DATE-X NOT = SPACES AND ET-HIRE-DATE NOT = 0
003978         MOVE ET-HIRE-DATE TO ER-HIRE-DATE
003979     ELSE
003980         MOVE WS-TODAY-DATE TO ER-HIRE-DATE
003981     END-IF.
003982 2800-EXIT.
003983     EXIT.
003984
003985*----BLANK IS HOURLY, AND AN HOURLY RECORD CARRIES NO SALARY.
003986 2900-SET-PAY-TYPE.
003987     IF ET-SALARIED
003988         MOVE "S" TO ER-PAY-TYPE
003989         MOVE ET-PERIOD-SALARY TO ER-PERIOD-SALARY
003990     ELSE
003991         MOVE "H" TO ER-PAY-TYPE
003992         MOVE 0 TO ER-PERIOD-SALARY
003993     END-IF.
003994 2900-EXIT.
003995     EXIT.
003996
003997*----THE W-4 ELECTIONS TRAVEL WHOLE ON EVERY ADD AND CHANGE,
003998*----THE SAME AS THE REST OF THE PAY FIELDS.
003999 2950-SET-W4.
004000     IF ET-FILE-MARRIED
004001         MOVE "M" TO ER-FILING-STATUS
004002     ELSE
004003         IF ET-FILE-HEAD
004004             MOVE "H" TO ER-FILING-STATUS
004005         ELSE
004006             MOVE "S" TO ER-FILING-STATUS
004007         END-IF
004008     END-IF
004009     IF ET-DEP-CREDIT-X = SPACES
004010         MOVE 0 TO ER-DEP-CREDIT
004011     ELSE
004012         MOVE ET-DEP-CREDIT TO ER-DEP-CREDIT
004013     END-IF
004014     IF ET-EXTRA-WH-X = SPACES
004015         MOVE 0 TO ER-EXTRA-WH
004016     ELSE
004017         MOVE ET-EXTRA-WH TO ER-EXTRA-WH
004018     END-IF.
004019 2950-EXIT.
004020     EXIT.
004021
004022 3000-TERMINATE.
004023     DISPLAY "EMPMAINT: TRANSACTIONS APPLIED - "
004024         WS-APPLIED-COUNT
004025     DISPLAY "EMPMAINT: TRANSACTIONS REJECTED - "
004026         WS-REJECT-COUNT
004027     DISPLAY "EMPMAINT: BANK/PAY CHANGES HELD FOR APPROVAL - "
004028         WS-HELD-COUNT
004030*----ON THE LOCK-BUSY BAIL NOTHING WAS OPENED
004040     IF RETURN-CODE NOT = 8
004050         CLOSE EMPMAST
004060         CLOSE EMPTRAN-IN
004070         CLOSE MAINT-RPT
004071         IF RATEHIST-OPEN
004072             CLOSE RATEHIST
004073         END-IF
004074         IF EMPPEND-OPEN
004075             CLOSE EMPPEND
004076         END-IF
004080     END-IF
004090     IF RETURN-CODE NOT = 8
004100         MOVE "C" TO WS-LOCK-ACTION
004130     END-IF.
004140 3000-EXIT.
004150     EXIT.
004160
004170*----AN ADD STARTS THE EMPLOYEE'S HISTORY AT THE HIRE DATE (OR
004180*----THE KEYED EFFECTIVE DATE) - NOTHING IS PAID BEFORE IT, SO
004190*----THERE IS NO DIFFERENCE TO PAY.
004200 3100-WRITE-HIRE-RATE.
004210     MOVE ER-SSnum TO RH-SSN
004220     IF ET-RATE-EFF-DATE-X NOT = SPACES
004230         AND ET-RATE-EFF-DATE NOT = 0
004240         MOVE ET-RATE-EFF-DATE TO RH-EFF-DATE
004250     ELSE
004260         MOVE ER-HIRE-DATE TO RH-EFF-DATE
004270     END-IF
004280     MOVE ER-PAY-RATE TO RH-PAY-RATE
004290     MOVE ER-PERIOD-SALARY TO RH-PERIOD-SALARY
004300     MOVE 0 TO RH-PRIOR-RATE RH-PRIOR-SALARY
004310     MOVE WS-TODAY-DATE TO RH-KEYED-DATE
004320     MOVE "D" TO RH-RETRO-STATUS
004330     WRITE RateHistRec
004340         INVALID KEY
004350             REWRITE RateHistRec
004360                 INVALID KEY
004370                     DISPLAY "EMPMAINT: RATE HISTORY WRITE "
004380                         "FAILED - " RH-SSN
004390             END-REWRITE
004400     END-WRITE.
004410 3100-EXIT.
004420     EXIT.
