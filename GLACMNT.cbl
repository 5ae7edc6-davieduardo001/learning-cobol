000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLACMNT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - GENERAL LEDGER CHART OF ACCOUNTS
000100*                   MAINTENANCE. APPLIES ADD/CHANGE/INACTIVATE
000110*                   TRANSACTIONS FROM GLATRAN TO THE INDEXED
000120*                   GLACCT CHART (ACCOUNT NAME AND TYPE, PER
000130*                   COMPANY), VALIDATES THE ACCOUNT TYPE, AND
000140*                   PRINTS AN APPLIED/REJECTED REGISTER. THE RUN
000150*                   REQUIRES AN OPERATOR SIGN-ON AUTHORIZED FOR
000160*                   GLACMNT, JOURNALS APPLIED ACTIONS THROUGH
000170*                   JRNLWRIT AND REGISTERS IN THE FILELOCK IN-USE
000180*                   CONTROL WHILE IT HOLDS GLACCT.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT GLACCT      ASSIGN TO GLACCT
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS GA-KEY
000270         FILE STATUS IS WS-ACCT-STATUS.
000280     SELECT GLATRAN-IN  ASSIGN TO GLATRAN
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRAN-STATUS.
000310     SELECT MAINT-RPT   ASSIGN TO GLAMRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  GLACCT.
000370     COPY "GLACCT.cpy".
000380
000390*----A ADDS, C REPLACES THE NAME AND TYPE, I MARKS THE ACCOUNT
000400*----INACTIVE - THE RECORD STAYS FOR THE BALANCES POSTED TO IT.
000410*----A CHANGE TO AN INACTIVE ACCOUNT REACTIVATES IT. THE TYPE IS
000420*----A ASSET, L LIABILITY, Q EQUITY, R REVENUE OR E EXPENSE.
000430 FD  GLATRAN-IN.
000440 01  GLATRAN-REC.
000450     05  GT-ACTION          PIC X(1).
000460         88  GT-ADD-ACTION       VALUE "A".
000470         88  GT-CHANGE-ACTION    VALUE "C".
000480         88  GT-INACT-ACTION     VALUE "I".
000490     05  GT-COMPANY         PIC X(2).
000500     05  GT-ACCT            PIC X(6).
000510     05  GT-NAME            PIC X(30).
000520     05  GT-TYPE            PIC X(1).
000530
000540 FD  MAINT-RPT.
000550 01  MAINT-RPT-REC          PIC X(70).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-ACCT-STATUS         PIC X(2) VALUE SPACES.
000590 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000600 01  WS-ACCT-OPEN-SW        PIC X(1) VALUE "N".
000610     88  GLACCT-OPEN            VALUE "Y".
000620 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000630     88  NO-MORE-TRANS          VALUE "Y".
000640 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
000650     88  TRAN-IS-VALID          VALUE "Y".
000660 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
000670 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
000680 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000690*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000700 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "GLACMNT".
000710 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000720 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000730 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000740 01  WS-LOCK-FILE           PIC X(8) VALUE "GLACCT".
000750 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000760 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000770*----OPERATOR SIGN-ON - SEE SIGNON
000780 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000790 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "GLACMNT".
000800 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000810 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000820 01  WS-OUT-LINE.
000830     05  OL-ACTION          PIC X(1).
000840     05  FILLER             PIC X(1) VALUE SPACE.
000850     05  OL-COMPANY         PIC X(2).
000860     05  FILLER             PIC X(1) VALUE SPACE.
000870     05  OL-ACCT            PIC X(6).
000880     05  FILLER             PIC X(1) VALUE SPACE.
000890     05  OL-NAME            PIC X(20).
000900     05  FILLER             PIC X(1) VALUE SPACE.
000910     05  OL-TYPE            PIC X(1).
000920     05  FILLER             PIC X(1) VALUE SPACE.
000930     05  OL-DISPOSITION     PIC X(8).
000940     05  FILLER             PIC X(1) VALUE SPACE.
000950     05  OL-REASON          PIC X(26).
000960
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001000     IF WS-SIGNON-RESULT NOT = "G"
001010         GOBACK
001020     END-IF
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001050         UNTIL NO-MORE-TRANS
001060     PERFORM 3000-TERMINATE THRU 3000-EXIT
001070     GOBACK.
001080
001090*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001100*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001110*----NOTHING AND APPLIES NOTHING.
001120 0500-SIGN-ON.
001130     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001140         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001150         WS-SIGNON-RESULT
001160     IF WS-SIGNON-RESULT NOT = "G"
001170         DISPLAY "GLACMNT: SIGN-ON REFUSED - NOTHING APPLIED"
001180         MOVE 12 TO RETURN-CODE
001190     END-IF.
001200 0500-EXIT.
001210     EXIT.
001220
001230 1000-INITIALIZE.
001240     MOVE "R" TO WS-LOCK-ACTION
001250     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001260         WS-LOCK-ACTION, WS-LOCK-RESULT
001270     IF WS-LOCK-RESULT = "B"
001280         DISPLAY "GLACMNT: GLACCT IS IN USE BY ANOTHER "
001290             "PROGRAM - TRY AGAIN LATER"
001300         MOVE 8 TO RETURN-CODE
001310         MOVE "Y" TO WS-TRAN-EOF-SW
001320         GO TO 1000-EXIT
001330     END-IF
001340     OPEN OUTPUT MAINT-RPT
001350     OPEN INPUT GLATRAN-IN
001360     IF WS-TRAN-STATUS NOT = "00"
001370         DISPLAY "GLACMNT: NO ACCOUNT TRANSACTIONS - NOTHING "
001380             "TO DO"
001390         MOVE "Y" TO WS-TRAN-EOF-SW
001400     END-IF
001410     OPEN I-O GLACCT
001420*----THE FIRST RUN CREATES THE CHART
001430     IF WS-ACCT-STATUS = "35"
001440         CLOSE GLACCT
001450         OPEN OUTPUT GLACCT
001460         CLOSE GLACCT
001470         OPEN I-O GLACCT
001480     END-IF
001490     IF WS-ACCT-STATUS NOT = "00"
001500         DISPLAY "GLACMNT: UNABLE TO OPEN GLACCT - STATUS "
001510             WS-ACCT-STATUS
001520         MOVE "Y" TO WS-TRAN-EOF-SW
001530         GO TO 1000-EXIT
001540     END-IF
001550     MOVE "Y" TO WS-ACCT-OPEN-SW
001560     IF NOT NO-MORE-TRANS
001570         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001580     END-IF.
001590 1000-EXIT.
001600     EXIT.
001610
001620 1100-READ-TRAN.
001630     READ GLATRAN-IN
001640         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001650     END-READ.
001660 1100-EXIT.
001670     EXIT.
001680
001690 2000-APPLY-TRAN.
001700     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001710     IF TRAN-IS-VALID
001720         EVALUATE TRUE
001730             WHEN GT-ADD-ACTION
001740                 PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
001750             WHEN GT-CHANGE-ACTION
001760                 PERFORM 2300-CHANGE-ACCOUNT THRU 2300-EXIT
001770             WHEN GT-INACT-ACTION
001780                 PERFORM 2400-INACTIVATE-ACCOUNT THRU 2400-EXIT
001790         END-EVALUATE
001800     END-IF
001810     IF TRAN-IS-VALID
001820         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001830     ELSE
001840         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001850     END-IF
001860     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001870 2000-EXIT.
001880     EXIT.
001890
001900 2100-EDIT-TRAN.
001910     MOVE "Y" TO WS-TRAN-VALID-SW
001920     MOVE SPACES TO WS-REJECT-REASON
001930     IF NOT GT-ADD-ACTION AND NOT GT-CHANGE-ACTION
001940         AND NOT GT-INACT-ACTION
001950         MOVE "N" TO WS-TRAN-VALID-SW
001960         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
001970         GO TO 2100-EXIT
001980     END-IF
001990     IF GT-ACCT = SPACES
002000         MOVE "N" TO WS-TRAN-VALID-SW
002010         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
002020         GO TO 2100-EXIT
002030     END-IF
002040     IF GT-INACT-ACTION
002050         GO TO 2100-EXIT
002060     END-IF
002070     IF GT-NAME = SPACES
002080         MOVE "N" TO WS-TRAN-VALID-SW
002090         MOVE "ACCOUNT NAME MISSING" TO WS-REJECT-REASON
002100         GO TO 2100-EXIT
002110     END-IF
002120*----THE TYPE DECIDES WHICH STATEMENT THE BALANCE LANDS ON AND
002130*----WHETHER IT CLOSES TO RETAINED EARNINGS AT YEAR END
002140     IF GT-TYPE NOT = "A" AND GT-TYPE NOT = "L"
002150         AND GT-TYPE NOT = "Q" AND GT-TYPE NOT = "R"
002160         AND GT-TYPE NOT = "E"
002170         MOVE "N" TO WS-TRAN-VALID-SW
002180         MOVE "TYPE NOT A, L, Q, R OR E" TO WS-REJECT-REASON
002190     END-IF.
002200 2100-EXIT.
002210     EXIT.
002220
002230 2200-ADD-ACCOUNT.
002240     PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002250     MOVE "A" TO GA-STATUS
002260     WRITE GlAcctRec
002270         INVALID KEY
002280             MOVE "N" TO WS-TRAN-VALID-SW
002290             MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
002300     END-WRITE
002310     IF TRAN-IS-VALID
002320         MOVE "A" TO WS-JRNL-ACTION
002330         MOVE SPACES TO WS-BEFORE-IMAGE
002340         MOVE GlAcctRec TO WS-AFTER-IMAGE
002350         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002360             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002370     END-IF.
002380 2200-EXIT.
002390     EXIT.
002400
002410 2300-CHANGE-ACCOUNT.
002420     MOVE GT-COMPANY TO GA-COMPANY
002430     MOVE GT-ACCT TO GA-ACCT
002440     READ GLACCT
002450         INVALID KEY
002460             MOVE "N" TO WS-TRAN-VALID-SW
002470             MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
002480     END-READ
002490     IF TRAN-IS-VALID
002500         MOVE GlAcctRec TO WS-BEFORE-IMAGE
002510         PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002520         MOVE "A" TO GA-STATUS
002530         REWRITE GlAcctRec
002540             INVALID KEY
002550                 MOVE "N" TO WS-TRAN-VALID-SW
002560                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002570         END-REWRITE
002580         IF TRAN-IS-VALID
002590             MOVE "C" TO WS-JRNL-ACTION
002600             MOVE GlAcctRec TO WS-AFTER-IMAGE
002610             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002620                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002630                 WS-AFTER-IMAGE
002640         END-IF
002650     END-IF.
002660 2300-EXIT.
002670     EXIT.
002680
002690*----INACTIVATING RATHER THAN DELETING - THE PERIOD BALANCES
002700*----AND THE DETAIL LEDGER STILL POINT AT THE ACCOUNT.
002710 2400-INACTIVATE-ACCOUNT.
002720     MOVE GT-COMPANY TO GA-COMPANY
002730     MOVE GT-ACCT TO GA-ACCT
002740     READ GLACCT
002750         INVALID KEY
002760             MOVE "N" TO WS-TRAN-VALID-SW
002770             MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
002780     END-READ
002790     IF TRAN-IS-VALID
002800         MOVE GlAcctRec TO WS-BEFORE-IMAGE
002810         MOVE "I" TO GA-STATUS
002820         REWRITE GlAcctRec
002830             INVALID KEY
002840                 MOVE "N" TO WS-TRAN-VALID-SW
002850                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002860         END-REWRITE
002870         IF TRAN-IS-VALID
002880             MOVE "C" TO WS-JRNL-ACTION
002890             MOVE GlAcctRec TO WS-AFTER-IMAGE
002900             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002910                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002920                 WS-AFTER-IMAGE
002930         END-IF
002940     END-IF.
002950 2400-EXIT.
002960     EXIT.
002970
002980 2600-REPORT-APPLIED.
002990     ADD 1 TO WS-APPLIED-COUNT
003000     MOVE GT-ACTION TO OL-ACTION
003010     MOVE GT-COMPANY TO OL-COMPANY
003020     MOVE GT-ACCT TO OL-ACCT
003030     MOVE GT-NAME TO OL-NAME
003040     MOVE GT-TYPE TO OL-TYPE
003050     MOVE "APPLIED" TO OL-DISPOSITION
003060     MOVE SPACES TO OL-REASON
003070     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003080 2600-EXIT.
003090     EXIT.
003100
003110 2700-REPORT-REJECT.
003120     ADD 1 TO WS-REJECT-COUNT
003130     MOVE GT-ACTION TO OL-ACTION
003140     MOVE GT-COMPANY TO OL-COMPANY
003150     MOVE GT-ACCT TO OL-ACCT
003160     MOVE GT-NAME TO OL-NAME
003170     MOVE GT-TYPE TO OL-TYPE
003180     MOVE "REJECTED" TO OL-DISPOSITION
003190     MOVE WS-REJECT-REASON TO OL-REASON
003200     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003210 2700-EXIT.
003220     EXIT.
003230
003240 2900-MOVE-FIELDS.
003250     MOVE GT-COMPANY TO GA-COMPANY
003260     MOVE GT-ACCT TO GA-ACCT
003270     MOVE GT-NAME TO GA-NAME
003280     MOVE GT-TYPE TO GA-TYPE.
003290 2900-EXIT.
003300     EXIT.
003310
003320 3000-TERMINATE.
003330     DISPLAY "GLACMNT: TRANSACTIONS APPLIED - "
003340         WS-APPLIED-COUNT
003350     DISPLAY "GLACMNT: TRANSACTIONS REJECTED - "
003360         WS-REJECT-COUNT
003370*----ON THE LOCK-BUSY BAIL NOTHING WAS OPENED
003380     IF RETURN-CODE = 8
003390         GO TO 3000-EXIT
003400     END-IF
003410     IF GLACCT-OPEN
003420         CLOSE GLACCT
003430     END-IF
003440     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003450         CLOSE GLATRAN-IN
003460     END-IF
003470     CLOSE MAINT-RPT
003480     MOVE "C" TO WS-LOCK-ACTION
003490     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003500         WS-LOCK-ACTION, WS-LOCK-RESULT
003510     IF WS-REJECT-COUNT > 0
003520         MOVE 4 TO RETURN-CODE
003530     END-IF.
003540 3000-EXIT.
003550     EXIT.
