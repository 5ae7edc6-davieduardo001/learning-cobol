000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PERDCLOS.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ACCOUNTING PERIOD CLOSE AND
000100*                   REOPEN. APPLIES C (CLOSE) AND R (REOPEN)
000110*                   CARDS FROM PERDTRAN, ONE COMPANY AND MONTH
000120*                   EACH, TO THE INDEXED ACCTPER CONTROL FILE
000130*                   THAT PERDCHK READS FOR EVERY POSTING RUN,
000140*                   AND PRINTS AN APPLIED/REJECTED REGISTER ON
000150*                   PERDRPT. THE RUN NEEDS A SIGN-ON AUTHORIZED
000160*                   FOR PERDCLOS; A REOPEN ALSO NEEDS PERDREOPN.
000170*                   ONLY A MONTH BEFORE THE BUSINESS DATE'S
000180*                   MONTH CAN BE CLOSED. EVERY CHANGE IS
000190*                   JOURNALED THROUGH JRNLWRIT AND THE RUN HOLDS
000200*                   ACCTPER IN THE FILELOCK IN-USE CONTROL.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ACCTPER     ASSIGN TO ACCTPER
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PD-KEY
000290         FILE STATUS IS WS-PER-STATUS.
000300     SELECT PERDTRAN-IN ASSIGN TO PERDTRAN
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TRAN-STATUS.
000330     SELECT PERD-RPT    ASSIGN TO PERDRPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ACCTPER.
000390     COPY "PERIOD.cpy".
000400
000410*----C CLOSES THE COMPANY'S MONTH, R REOPENS IT. COMPANY
000420*----SPACES IS THE ORIGINAL COMPANY.
000430 FD  PERDTRAN-IN.
000440 01  PERDTRAN-REC.
000450     05  PT-ACTION          PIC X(1).
000460         88  PT-CLOSE-ACTION     VALUE "C".
000470         88  PT-REOPEN-ACTION    VALUE "R".
000480     05  PT-COMPANY         PIC X(2).
000490     05  PT-PERIOD          PIC 9(6).
000500     05  PT-PERIOD-R REDEFINES PT-PERIOD.
000510         10  PT-YEAR        PIC 9(4).
000520         10  PT-MONTH       PIC 9(2).
000530
000540 FD  PERD-RPT.
000550 01  PERD-RPT-REC           PIC X(70).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-PER-STATUS          PIC X(2) VALUE SPACES.
000590 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000600 01  WS-PER-OPEN-SW         PIC X(1) VALUE "N".
000610     88  ACCTPER-OPEN           VALUE "Y".
000620 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000630     88  NO-MORE-TRANS          VALUE "Y".
000640 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
000650     88  TRAN-IS-VALID          VALUE "Y".
000660 01  WS-ON-FILE-SW          PIC X(1) VALUE "N".
000670     88  PERIOD-ON-FILE         VALUE "Y".
000680 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
000690 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
000700 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000710 01  WS-BUS-DATE            PIC 9(8) VALUE 0.
000720 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
000730     05  WS-BUS-PERIOD      PIC 9(6).
000740     05  WS-BUS-DAY         PIC 9(2).
000750*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000760 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "PERDCLOS".
000770 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000780 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000790 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000800 01  WS-LOCK-FILE           PIC X(8) VALUE "ACCTPER ".
000810 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000820 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000830*----OPERATOR SIGN-ON - SEE SIGNON
000840 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000850 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "PERDCLOS".
000860 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000870 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000880 01  WS-OUT-LINE.
000890     05  OL-ACTION          PIC X(1).
000900     05  FILLER             PIC X(1) VALUE SPACE.
000910     05  OL-COMPANY         PIC X(2).
000920     05  FILLER             PIC X(1) VALUE SPACE.
000930     05  OL-PERIOD          PIC 9(6).
000940     05  FILLER             PIC X(1) VALUE SPACE.
000950     05  OL-OPER-ID         PIC X(8).
000960     05  FILLER             PIC X(1) VALUE SPACE.
000970     05  OL-DISPOSITION     PIC X(8).
000980     05  FILLER             PIC X(1) VALUE SPACE.
000990     05  OL-REASON          PIC X(30).
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001050         UNTIL NO-MORE-TRANS
001060     PERFORM 3000-TERMINATE THRU 3000-EXIT
001070     GOBACK.
001080
001090 1000-INITIALIZE.
001100     CALL "GETBDATE" USING WS-BUS-DATE
001110     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001120         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
001130     IF WS-SIGNON-RESULT NOT = "G"
001140         DISPLAY "PERDCLOS: SIGN-ON REFUSED - RUN ENDED"
001150         MOVE 12 TO RETURN-CODE
001160         MOVE "Y" TO WS-TRAN-EOF-SW
001170         GO TO 1000-EXIT
001180     END-IF
001190     MOVE "R" TO WS-LOCK-ACTION
001200     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001210         WS-LOCK-ACTION, WS-LOCK-RESULT
001220     IF WS-LOCK-RESULT = "B"
001230         DISPLAY "PERDCLOS: ACCTPER IS IN USE BY ANOTHER "
001240             "PROGRAM - TRY AGAIN LATER"
001250         MOVE 8 TO RETURN-CODE
001260         MOVE "Y" TO WS-TRAN-EOF-SW
001270         GO TO 1000-EXIT
001280     END-IF
001290     OPEN OUTPUT PERD-RPT
001300     OPEN INPUT PERDTRAN-IN
001310     IF WS-TRAN-STATUS NOT = "00"
001320         DISPLAY "PERDCLOS: NO PERIOD TRANSACTIONS - NOTHING "
001330             "TO DO"
001340         MOVE "Y" TO WS-TRAN-EOF-SW
001350     END-IF
001360     OPEN I-O ACCTPER
001370     IF WS-PER-STATUS = "35"
001380         CLOSE ACCTPER
001390         OPEN OUTPUT ACCTPER
001400         CLOSE ACCTPER
001410         OPEN I-O ACCTPER
001420     END-IF
001430     IF WS-PER-STATUS NOT = "00"
001440         DISPLAY "PERDCLOS: UNABLE TO OPEN ACCTPER - STATUS "
001450             WS-PER-STATUS
001460         MOVE "Y" TO WS-TRAN-EOF-SW
001470         GO TO 1000-EXIT
001480     END-IF
001490     MOVE "Y" TO WS-PER-OPEN-SW
001500     IF NOT NO-MORE-TRANS
001510         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560 1100-READ-TRAN.
001570     READ PERDTRAN-IN
001580         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001590     END-READ.
001600 1100-EXIT.
001610     EXIT.
001620
001630 2000-APPLY-TRAN.
001640     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001650     IF TRAN-IS-VALID
001660         PERFORM 2300-UPDATE-PERIOD THRU 2300-EXIT
001670     END-IF
001680     IF TRAN-IS-VALID
001690         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001700     ELSE
001710         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001720     END-IF
001730     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001740 2000-EXIT.
001750     EXIT.
001760
001770*----A MONTH CAN ONLY BE CLOSED ONCE IT HAS ENDED, AND ONLY A
001780*----CLOSED MONTH CAN BE REOPENED - BY AN OPERATOR WHOSE PROFILE
001790*----CARRIES PERDREOPN AS WELL AS PERDCLOS.
001800 2100-EDIT-TRAN.
001810     MOVE "Y" TO WS-TRAN-VALID-SW
001820     MOVE SPACES TO WS-REJECT-REASON
001830     IF NOT PT-CLOSE-ACTION AND NOT PT-REOPEN-ACTION
001840         MOVE "N" TO WS-TRAN-VALID-SW
001850         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
001860         GO TO 2100-EXIT
001870     END-IF
001880     IF PT-PERIOD NOT NUMERIC
001890             OR PT-MONTH < 1 OR PT-MONTH > 12
001900         MOVE "N" TO WS-TRAN-VALID-SW
001910         MOVE "INVALID PERIOD - USE YYYYMM" TO WS-REJECT-REASON
001920         GO TO 2100-EXIT
001930     END-IF
001940     IF PT-CLOSE-ACTION AND PT-PERIOD NOT < WS-BUS-PERIOD
001950         MOVE "N" TO WS-TRAN-VALID-SW
001960         MOVE "MONTH HAS NOT ENDED" TO WS-REJECT-REASON
001970         GO TO 2100-EXIT
001980     END-IF
001990     MOVE "N" TO WS-ON-FILE-SW
002000     MOVE PT-COMPANY TO PD-COMPANY
002010     MOVE PT-PERIOD TO PD-PERIOD
002020     READ ACCTPER
002030         INVALID KEY
002040             CONTINUE
002050     END-READ
002060     IF WS-PER-STATUS = "00"
002070         MOVE "Y" TO WS-ON-FILE-SW
002080     END-IF
002090     IF PT-CLOSE-ACTION
002100         IF PERIOD-ON-FILE AND PD-CLOSED
002110             MOVE "N" TO WS-TRAN-VALID-SW
002120             MOVE "PERIOD ALREADY CLOSED" TO WS-REJECT-REASON
002130         END-IF
002140         GO TO 2100-EXIT
002150     END-IF
002160     IF NOT PERIOD-ON-FILE OR NOT PD-CLOSED
002170         MOVE "N" TO WS-TRAN-VALID-SW
002180         MOVE "PERIOD IS NOT CLOSED" TO WS-REJECT-REASON
002190         GO TO 2100-EXIT
002200     END-IF
002210     MOVE "F" TO WS-SIGNON-ACTION
002220     MOVE "PERDREOPN" TO WS-SIGNON-FUNCTION
002230     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
002240         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
002250     IF WS-SIGNON-RESULT NOT = "G"
002260         MOVE "N" TO WS-TRAN-VALID-SW
002270         MOVE "NOT AUTHORIZED TO REOPEN" TO WS-REJECT-REASON
002280     END-IF.
002290 2100-EXIT.
002300     EXIT.
002310
002320*----THE FIRST CLOSE OF A MONTH ADDS ITS RECORD; AFTER THAT IT
002330*----IS REWRITTEN EACH TIME THE MONTH CLOSES OR REOPENS.
002340 2300-UPDATE-PERIOD.
002350     IF PERIOD-ON-FILE
002360         MOVE PeriodRec TO WS-BEFORE-IMAGE
002370         MOVE "C" TO WS-JRNL-ACTION
002380     ELSE
002390         MOVE SPACES TO WS-BEFORE-IMAGE
002400         MOVE "A" TO WS-JRNL-ACTION
002410         MOVE PT-COMPANY TO PD-COMPANY
002420         MOVE PT-PERIOD TO PD-PERIOD
002430     END-IF
002440     IF PT-CLOSE-ACTION
002450         SET PD-CLOSED TO TRUE
002460     ELSE
002470         SET PD-OPEN TO TRUE
002480     END-IF
002490     MOVE WS-SIGNON-OPER TO PD-CHANGED-BY
002500     MOVE WS-BUS-DATE TO PD-CHANGED-DATE
002510     IF PERIOD-ON-FILE
002520         REWRITE PeriodRec
002530             INVALID KEY
002540                 MOVE "N" TO WS-TRAN-VALID-SW
002550                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002560         END-REWRITE
002570     ELSE
002580         WRITE PeriodRec
002590             INVALID KEY
002600                 MOVE "N" TO WS-TRAN-VALID-SW
002610                 MOVE "WRITE FAILED" TO WS-REJECT-REASON
002620         END-WRITE
002630     END-IF
002640     IF TRAN-IS-VALID
002650         MOVE PeriodRec TO WS-AFTER-IMAGE
002660         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002670             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002680     END-IF.
002690 2300-EXIT.
002700     EXIT.
002710
002720 2600-REPORT-APPLIED.
002730     ADD 1 TO WS-APPLIED-COUNT
002740     MOVE "APPLIED" TO OL-DISPOSITION
002750     MOVE SPACES TO WS-REJECT-REASON
002760     IF PT-CLOSE-ACTION
002770         MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
002780     ELSE
002790         MOVE "PERIOD REOPENED" TO WS-REJECT-REASON
002800     END-IF
002810     PERFORM 2800-WRITE-LINE THRU 2800-EXIT.
002820 2600-EXIT.
002830     EXIT.
002840
002850 2700-REPORT-REJECT.
002860     ADD 1 TO WS-REJECT-COUNT
002870     MOVE "REJECTED" TO OL-DISPOSITION
002880     PERFORM 2800-WRITE-LINE THRU 2800-EXIT.
002890 2700-EXIT.
002900     EXIT.
002910
002920 2800-WRITE-LINE.
002930     MOVE PT-ACTION TO OL-ACTION
002940     MOVE PT-COMPANY TO OL-COMPANY
002950     IF PT-PERIOD NUMERIC
002960         MOVE PT-PERIOD TO OL-PERIOD
002970     ELSE
002980         MOVE 0 TO OL-PERIOD
002990     END-IF
003000     MOVE WS-SIGNON-OPER TO OL-OPER-ID
003010     MOVE WS-REJECT-REASON TO OL-REASON
003020     WRITE PERD-RPT-REC FROM WS-OUT-LINE.
003030 2800-EXIT.
003040     EXIT.
003050
003060 3000-TERMINATE.
003070     DISPLAY "PERDCLOS: TRANSACTIONS APPLIED - "
003080         WS-APPLIED-COUNT
003090     DISPLAY "PERDCLOS: TRANSACTIONS REJECTED - "
003100         WS-REJECT-COUNT
003110*----ON THE SIGN-ON OR LOCK-BUSY BAIL NOTHING WAS OPENED
003120     IF RETURN-CODE = 8 OR RETURN-CODE = 12
003130         GO TO 3000-EXIT
003140     END-IF
003150     IF ACCTPER-OPEN
003160         CLOSE ACCTPER
003170     END-IF
003180     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003190         CLOSE PERDTRAN-IN
003200     END-IF
003210     CLOSE PERD-RPT
003220     MOVE "C" TO WS-LOCK-ACTION
003230     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003240         WS-LOCK-ACTION, WS-LOCK-RESULT
003250     IF WS-REJECT-COUNT > 0
003260         MOVE 4 TO RETURN-CODE
003270     END-IF.
003280 3000-EXIT.
003290     EXIT.
