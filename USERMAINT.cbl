000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. USERMAINT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - OPERATOR PROFILE MAINTENANCE FOR
000100*                   THE ONLINE SIGN-ON. APPLIES ADD/CHANGE/
000110*                   PASSWORD/UNLOCK/DELETE TRANSACTIONS FROM
000120*                   USRTRAN TO THE INDEXED USERPROF FILE THAT
000130*                   SIGNON CHECKS, HASHING EVERY NEW PASSWORD
000140*                   THROUGH PWDHASH, AND PRINTS AN APPLIED/
000150*                   REJECTED REGISTER. THE RUN ITSELF NEEDS A
000160*                   SIGN-ON AUTHORIZED FOR USERMAINT, EXCEPT THE
000170*                   FIRST LOAD THAT CREATES USERPROF. APPLIED
000180*                   ACTIONS ARE JOURNALED THROUGH JRNLWRIT AND
000190*                   THE RUN HOLDS USERPROF IN THE FILELOCK
000200*                   IN-USE CONTROL.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT USERPROF    ASSIGN TO USERPROF
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS UP-OPER-ID
000290         FILE STATUS IS WS-PROF-STATUS.
000300     SELECT USRTRAN-IN  ASSIGN TO USRTRAN
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TRAN-STATUS.
000330     SELECT MAINT-RPT   ASSIGN TO USRMRPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  USERPROF.
000390     COPY "USERPROF.cpy".
000400
000410*----A ADDS, C REPLACES NAME, EXPIRY, AND THE FUNCTION LIST,
000420*----P SETS A NEW PASSWORD AND EXPIRY AND CLEARS ANY LOCK,
000430*----U CLEARS A LOCK ONLY, D REMOVES THE OPERATOR.
000440 FD  USRTRAN-IN.
000450 01  USRTRAN-REC.
000460     05  UT-ACTION          PIC X(1).
000470         88  UT-ADD-ACTION       VALUE "A".
000480         88  UT-CHANGE-ACTION    VALUE "C".
000490         88  UT-PASSWORD-ACTION  VALUE "P".
000500         88  UT-UNLOCK-ACTION    VALUE "U".
000510         88  UT-DELETE-ACTION    VALUE "D".
000520     05  UT-OPER-ID         PIC X(8).
000530     05  UT-NAME            PIC X(20).
000540     05  UT-PASSWORD        PIC X(16).
000550     05  UT-EXPIRY-DATE     PIC 9(8).
000560     05  UT-FUNCTION        PIC X(10) OCCURS 12 TIMES.
000570
000580 FD  MAINT-RPT.
000590 01  MAINT-RPT-REC          PIC X(70).
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-PROF-STATUS         PIC X(2) VALUE SPACES.
000630 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000640 01  WS-PROF-OPEN-SW        PIC X(1) VALUE "N".
000650     88  USERPROF-OPEN          VALUE "Y".
000660 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000670     88  NO-MORE-TRANS          VALUE "Y".
000680 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
000690     88  TRAN-IS-VALID          VALUE "Y".
000700 01  WS-FIRST-LOAD-SW       PIC X(1) VALUE "N".
000710     88  FIRST-LOAD             VALUE "Y".
000720 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
000730 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
000740 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000750 01  WS-FUNC-IX             PIC 9(2) COMP VALUE 0.
000760 01  WS-FUNC-COUNT          PIC 9(2) COMP VALUE 0.
000770*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000780 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "USERMAINT".
000790 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000800 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000810 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000820 01  WS-LOCK-FILE           PIC X(8) VALUE "USERPROF".
000830 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000840 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000850*----OPERATOR SIGN-ON - SEE SIGNON
000860 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000870 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "USERMAINT".
000880 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000890 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000900 01  WS-OUT-LINE.
000910     05  OL-ACTION          PIC X(1).
000920     05  FILLER             PIC X(1) VALUE SPACE.
000930     05  OL-OPER-ID         PIC X(8).
000940     05  FILLER             PIC X(1) VALUE SPACE.
000950     05  OL-NAME            PIC X(20).
000960     05  FILLER             PIC X(1) VALUE SPACE.
000970     05  OL-DISPOSITION     PIC X(8).
000980     05  FILLER             PIC X(1) VALUE SPACE.
000990     05  OL-REASON          PIC X(29).
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001050         UNTIL NO-MORE-TRANS
001060     PERFORM 3000-TERMINATE THRU 3000-EXIT
001070     GOBACK.
001080
001090*----WHOEVER CHANGES WHO MAY SIGN ON MUST SIGN ON FIRST. THE ONE
001100*----EXCEPTION IS THE RUN THAT CREATES USERPROF - THERE IS NO
001110*----PROFILE YET TO SIGN ON WITH.
001120 1000-INITIALIZE.
001130     OPEN INPUT USERPROF
001140     IF WS-PROF-STATUS = "35"
001150         MOVE "Y" TO WS-FIRST-LOAD-SW
001160         DISPLAY "USERMAINT: NO USERPROF FILE - FIRST LOAD, NO "
001170             "SIGN-ON REQUIRED"
001180     ELSE
001190         IF WS-PROF-STATUS = "00"
001200             CLOSE USERPROF
001210         END-IF
001220         CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001230             WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001240             WS-SIGNON-RESULT
001250         IF WS-SIGNON-RESULT NOT = "G"
001260             DISPLAY "USERMAINT: SIGN-ON REFUSED - RUN ENDED"
001270             MOVE 12 TO RETURN-CODE
001280             MOVE "Y" TO WS-TRAN-EOF-SW
001290             GO TO 1000-EXIT
001300         END-IF
001310     END-IF
001320     MOVE "R" TO WS-LOCK-ACTION
001330     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001340         WS-LOCK-ACTION, WS-LOCK-RESULT
001350     IF WS-LOCK-RESULT = "B"
001360         DISPLAY "USERMAINT: USERPROF IS IN USE BY ANOTHER "
001370             "PROGRAM - TRY AGAIN LATER"
001380         MOVE 8 TO RETURN-CODE
001390         MOVE "Y" TO WS-TRAN-EOF-SW
001400         GO TO 1000-EXIT
001410     END-IF
001420     OPEN OUTPUT MAINT-RPT
001430     OPEN INPUT USRTRAN-IN
001440     IF WS-TRAN-STATUS NOT = "00"
001450         DISPLAY "USERMAINT: NO OPERATOR TRANSACTIONS - NOTHING "
001460             "TO DO"
001470         MOVE "Y" TO WS-TRAN-EOF-SW
001480     END-IF
001490     OPEN I-O USERPROF
001500     IF WS-PROF-STATUS = "35"
001510         CLOSE USERPROF
001520         OPEN OUTPUT USERPROF
001530         CLOSE USERPROF
001540         OPEN I-O USERPROF
001550     END-IF
001560     IF WS-PROF-STATUS NOT = "00"
001570         DISPLAY "USERMAINT: UNABLE TO OPEN USERPROF - STATUS "
001580             WS-PROF-STATUS
001590         MOVE "Y" TO WS-TRAN-EOF-SW
001600         GO TO 1000-EXIT
001610     END-IF
001620     MOVE "Y" TO WS-PROF-OPEN-SW
001630     IF NOT NO-MORE-TRANS
001640         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001650     END-IF.
001660 1000-EXIT.
001670     EXIT.
001680
001690 1100-READ-TRAN.
001700     READ USRTRAN-IN
001710         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001720     END-READ.
001730 1100-EXIT.
001740     EXIT.
001750
001760 2000-APPLY-TRAN.
001770     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001780     IF TRAN-IS-VALID
001790         EVALUATE TRUE
001800             WHEN UT-ADD-ACTION
001810                 PERFORM 2200-ADD-OPERATOR THRU 2200-EXIT
001820             WHEN UT-DELETE-ACTION
001830                 PERFORM 2400-DELETE-OPERATOR THRU 2400-EXIT
001840             WHEN OTHER
001850                 PERFORM 2300-CHANGE-OPERATOR THRU 2300-EXIT
001860         END-EVALUATE
001870     END-IF
001880     IF TRAN-IS-VALID
001890         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001900     ELSE
001910         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001920     END-IF
001930     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001940 2000-EXIT.
001950     EXIT.
001960
001970 2100-EDIT-TRAN.
001980     MOVE "Y" TO WS-TRAN-VALID-SW
001990     MOVE SPACES TO WS-REJECT-REASON
002000     IF NOT UT-ADD-ACTION AND NOT UT-CHANGE-ACTION
002010         AND NOT UT-PASSWORD-ACTION AND NOT UT-UNLOCK-ACTION
002020         AND NOT UT-DELETE-ACTION
002030         MOVE "N" TO WS-TRAN-VALID-SW
002040         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
002050         GO TO 2100-EXIT
002060     END-IF
002070     IF UT-OPER-ID = SPACES
002080         MOVE "N" TO WS-TRAN-VALID-SW
002090         MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
002100         GO TO 2100-EXIT
002110     END-IF
002120*----NOBODY REMOVES OR UNLOCKS THEMSELVES
002130     IF (UT-DELETE-ACTION OR UT-UNLOCK-ACTION)
002140         AND UT-OPER-ID = WS-SIGNON-OPER
002150         MOVE "N" TO WS-TRAN-VALID-SW
002160         MOVE "OWN PROFILE - ANOTHER ADMIN" TO WS-REJECT-REASON
002170         GO TO 2100-EXIT
002180     END-IF
002190     IF UT-UNLOCK-ACTION OR UT-DELETE-ACTION
002200         GO TO 2100-EXIT
002210     END-IF
002220     IF (UT-ADD-ACTION OR UT-PASSWORD-ACTION)
002230         AND UT-PASSWORD = SPACES
002240         MOVE "N" TO WS-TRAN-VALID-SW
002250         MOVE "PASSWORD MISSING" TO WS-REJECT-REASON
002260         GO TO 2100-EXIT
002270     END-IF
002280     IF UT-EXPIRY-DATE NOT NUMERIC
002290         MOVE "N" TO WS-TRAN-VALID-SW
002300         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-REASON
002310         GO TO 2100-EXIT
002320     END-IF
002330     IF UT-PASSWORD-ACTION
002340         GO TO 2100-EXIT
002350     END-IF
002360     IF UT-NAME = SPACES
002370         MOVE "N" TO WS-TRAN-VALID-SW
002380         MOVE "OPERATOR NAME MISSING" TO WS-REJECT-REASON
002390         GO TO 2100-EXIT
002400     END-IF
002410     MOVE 0 TO WS-FUNC-COUNT
002420     PERFORM 2150-COUNT-ONE-FUNCTION THRU 2150-EXIT
002430         VARYING WS-FUNC-IX FROM 1 BY 1
002440         UNTIL WS-FUNC-IX > 12
002450     IF WS-FUNC-COUNT = 0
002460         MOVE "N" TO WS-TRAN-VALID-SW
002470         MOVE "NO FUNCTIONS AUTHORIZED" TO WS-REJECT-REASON
002480     END-IF.
002490 2100-EXIT.
002500     EXIT.
002510
002520 2150-COUNT-ONE-FUNCTION.
002530     IF UT-FUNCTION(WS-FUNC-IX) NOT = SPACES
002540         ADD 1 TO WS-FUNC-COUNT
002550     END-IF.
002560 2150-EXIT.
002570     EXIT.
002580
002590 2200-ADD-OPERATOR.
002600     MOVE UT-OPER-ID TO UP-OPER-ID
002610     MOVE UT-NAME TO UP-NAME
002620     MOVE UT-EXPIRY-DATE TO UP-EXPIRY-DATE
002630     PERFORM 2900-MOVE-FUNCTIONS THRU 2900-EXIT
002640     CALL "PWDHASH" USING UT-OPER-ID, UT-PASSWORD, UP-PWD-HASH
002650     MOVE 0 TO UP-FAIL-COUNT
002660     MOVE "A" TO UP-STATUS
002670     MOVE 0 TO UP-LAST-SIGNON
002680     WRITE UserProfRec
002690         INVALID KEY
002700             MOVE "N" TO WS-TRAN-VALID-SW
002710             MOVE "OPERATOR ALREADY ON FILE" TO WS-REJECT-REASON
002720     END-WRITE
002730     IF TRAN-IS-VALID
002740         MOVE "A" TO WS-JRNL-ACTION
002750         MOVE SPACES TO WS-BEFORE-IMAGE
002760         MOVE UserProfRec TO WS-AFTER-IMAGE
002770         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002780             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002790     END-IF.
002800 2200-EXIT.
002810     EXIT.
002820
002830*----CHANGE, PASSWORD, AND UNLOCK ALL REWRITE THE PROFILE IN
002840*----PLACE. A NEW PASSWORD OR AN UNLOCK STARTS THE FAILURE
002850*----COUNT OVER.
002860 2300-CHANGE-OPERATOR.
002870     MOVE UT-OPER-ID TO UP-OPER-ID
002880     READ USERPROF
002890         INVALID KEY
002900             MOVE "N" TO WS-TRAN-VALID-SW
002910             MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
002920     END-READ
002930     IF NOT TRAN-IS-VALID
002940         GO TO 2300-EXIT
002950     END-IF
002960     MOVE UserProfRec TO WS-BEFORE-IMAGE
002970     EVALUATE TRUE
002980         WHEN UT-CHANGE-ACTION
002990             MOVE UT-NAME TO UP-NAME
003000             MOVE UT-EXPIRY-DATE TO UP-EXPIRY-DATE
003010             PERFORM 2900-MOVE-FUNCTIONS THRU 2900-EXIT
003020         WHEN UT-PASSWORD-ACTION
003030             CALL "PWDHASH" USING UT-OPER-ID, UT-PASSWORD,
003040                 UP-PWD-HASH
003050             MOVE UT-EXPIRY-DATE TO UP-EXPIRY-DATE
003060             MOVE 0 TO UP-FAIL-COUNT
003070             MOVE "A" TO UP-STATUS
003080         WHEN UT-UNLOCK-ACTION
003090             MOVE 0 TO UP-FAIL-COUNT
003100             MOVE "A" TO UP-STATUS
003110     END-EVALUATE
003120     REWRITE UserProfRec
003130         INVALID KEY
003140             MOVE "N" TO WS-TRAN-VALID-SW
003150             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
003160     END-REWRITE
003170     IF TRAN-IS-VALID
003180         MOVE "C" TO WS-JRNL-ACTION
003190         MOVE UserProfRec TO WS-AFTER-IMAGE
003200         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
003210             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
003220     END-IF.
003230 2300-EXIT.
003240     EXIT.
003250
003260 2400-DELETE-OPERATOR.
003270     MOVE UT-OPER-ID TO UP-OPER-ID
003280     READ USERPROF
003290         INVALID KEY
003300             MOVE "N" TO WS-TRAN-VALID-SW
003310             MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
003320     END-READ
003330     IF NOT TRAN-IS-VALID
003340         GO TO 2400-EXIT
003350     END-IF
003360     MOVE UserProfRec TO WS-BEFORE-IMAGE
003370     DELETE USERPROF
003380         INVALID KEY
003390             MOVE "N" TO WS-TRAN-VALID-SW
003400             MOVE "DELETE FAILED" TO WS-REJECT-REASON
003410     END-DELETE
003420     IF TRAN-IS-VALID
003430         MOVE "D" TO WS-JRNL-ACTION
003440         MOVE SPACES TO WS-AFTER-IMAGE
003450         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
003460             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
003470     END-IF.
003480 2400-EXIT.
003490     EXIT.
003500
003510 2600-REPORT-APPLIED.
003520     ADD 1 TO WS-APPLIED-COUNT
003530     MOVE UT-ACTION TO OL-ACTION
003540     MOVE UT-OPER-ID TO OL-OPER-ID
003550     MOVE UT-NAME TO OL-NAME
003560     MOVE "APPLIED" TO OL-DISPOSITION
003570     MOVE SPACES TO OL-REASON
003580     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003590 2600-EXIT.
003600     EXIT.
003610
003620 2700-REPORT-REJECT.
003630     ADD 1 TO WS-REJECT-COUNT
003640     MOVE UT-ACTION TO OL-ACTION
003650     MOVE UT-OPER-ID TO OL-OPER-ID
003660     MOVE UT-NAME TO OL-NAME
003670     MOVE "REJECTED" TO OL-DISPOSITION
003680     MOVE WS-REJECT-REASON TO OL-REASON
003690     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003700 2700-EXIT.
003710     EXIT.
003720
003730 2900-MOVE-FUNCTIONS.
003740     PERFORM 2950-MOVE-ONE-FUNCTION THRU 2950-EXIT
003750         VARYING WS-FUNC-IX FROM 1 BY 1
003760         UNTIL WS-FUNC-IX > 12.
003770 2900-EXIT.
003780     EXIT.
003790
003800 2950-MOVE-ONE-FUNCTION.
003810     MOVE UT-FUNCTION(WS-FUNC-IX) TO UP-FUNCTION(WS-FUNC-IX).
003820 2950-EXIT.
003830     EXIT.
003840
003850 3000-TERMINATE.
003860     DISPLAY "USERMAINT: TRANSACTIONS APPLIED - "
003870         WS-APPLIED-COUNT
003880     DISPLAY "USERMAINT: TRANSACTIONS REJECTED - "
003890         WS-REJECT-COUNT
003900*----ON THE SIGN-ON OR LOCK-BUSY BAIL NOTHING WAS OPENED
003910     IF RETURN-CODE = 8 OR RETURN-CODE = 12
003920         GO TO 3000-EXIT
003930     END-IF
003940     IF USERPROF-OPEN
003950         CLOSE USERPROF
003960     END-IF
003970     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003980         CLOSE USRTRAN-IN
003990     END-IF
004000     CLOSE MAINT-RPT
004010     MOVE "C" TO WS-LOCK-ACTION
004020     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
004030         WS-LOCK-ACTION, WS-LOCK-RESULT
004040     IF WS-REJECT-COUNT > 0
004050         MOVE 4 TO RETURN-CODE
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
