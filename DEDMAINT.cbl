000220*                   JOURNALED THROUGH JRNLWRIT AND THE RUN
000230*                   REGISTERS IN THE FILELOCK IN-USE CONTROL
000240*                   WHILE IT HOLDS DEDMAST.
000241*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000242*                   MATCH JRNLWRIT.
000243*   2026-10-15  DP  SUPPLEMENTAL PAY FLAG ADDED TO THE TRANSACTION
000244*                   AND THE MASTER - Y ALSO TAKES THE DEDUCTION
000245*                   FROM OFF-CYCLE SUPPPAY RUNS. DEDFUT RECORD
000246*                   WIDENED TO MATCH.
000248*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000250*                   AUTHORIZED FOR DEDMAINT THROUGH SIGNON BEFORE
000252*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000254*                   RUN WITH RETURN CODE 12.
000256*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000650     05  DT-PRIORITY        PIC 9(2).
000660     05  DT-STOP-DATE       PIC 9(8).
000670     05  DT-EFF-DATE        PIC 9(8).
000671*----Y TAKES THE DEDUCTION FROM SUPPLEMENTAL PAY AS WELL
000672     05  DT-SUPP-FLAG       PIC X(1).
000680
000690 FD  DEFER-OUT.
000700 01  DEFER-REC              PIC X(38).
000710
000720 FD  MAINT-RPT.
000730 01  MAINT-RPT-REC          PIC X(70).
000880*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000890 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "DEDMAINT".
000900 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000910 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000920 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000930 01  WS-LOCK-FILE           PIC X(8) VALUE "DEDMAST".
000940 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000950 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000951*----OPERATOR SIGN-ON - SEE SIGNON
000952 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000953 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "DEDMAINT".
000954 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000955 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000960 01  WS-OUT-LINE.
000970     05  OL-ACTION          PIC X(1).
000980     05  FILLER             PIC X(1) VALUE SPACE.
001060
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001081     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001082     IF WS-SIGNON-RESULT NOT = "G"
001083         GOBACK
001084     END-IF
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001110         UNTIL NO-MORE-TRANS
001120     PERFORM 3000-TERMINATE THRU 3000-EXIT
001130     GOBACK.
001140
001141*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001142*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001143*----NOTHING AND APPLIES NOTHING.
001144 0500-SIGN-ON.
001145     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001146         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001147         WS-SIGNON-RESULT
001148     IF WS-SIGNON-RESULT NOT = "G"
001149         DISPLAY "DEDMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001150         MOVE 12 TO RETURN-CODE
001151     END-IF.
001152 0500-EXIT.
001153     EXIT.
001154
001155 1000-INITIALIZE.
001160     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001170     MOVE "R" TO WS-LOCK-ACTION
001180     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002420             MOVE "PRIORITY NOT 1-99" TO WS-REJECT-REASON
002430             GO TO 2100-EXIT
002440         END-IF
002441         IF DT-SUPP-FLAG NOT = "Y" AND DT-SUPP-FLAG NOT = "N"
002442             AND DT-SUPP-FLAG NOT = SPACE
002443             MOVE "N" TO WS-TRAN-VALID-SW
002444             MOVE "SUPPLEMENTAL FLAG NOT Y OR N"
002445                 TO WS-REJECT-REASON
002446             GO TO 2100-EXIT
002447         END-IF
002450     END-IF
002460     IF DT-STOP-ACTION
002470         IF DT-STOP-DATE NOT NUMERIC OR DT-STOP-DATE = ZERO
002590     MOVE DT-RATE TO DD-RATE
002600     MOVE DT-PRIORITY TO DD-PRIORITY
002610     MOVE DT-STOP-DATE TO DD-STOP-DATE
002611     PERFORM 2900-SET-SUPP-FLAG THRU 2900-EXIT
002620     WRITE DeductRec
002630         INVALID KEY
002640             MOVE "N" TO WS-TRAN-VALID-SW
002880         MOVE DT-RATE TO DD-RATE
002890         MOVE DT-PRIORITY TO DD-PRIORITY
002900         MOVE DT-STOP-DATE TO DD-STOP-DATE
002901         PERFORM 2900-SET-SUPP-FLAG THRU 2900-EXIT
002910         REWRITE DeductRec
002920             INVALID KEY
002930                 MOVE "N" TO WS-TRAN-VALID-SW
003670     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003680 2800-EXIT.
003690     EXIT.
003691
003692*----BLANK MEANS REGULAR PAYROLL ONLY.
003693 2900-SET-SUPP-FLAG.
003694     IF DT-SUPP-FLAG = "Y"
003695         MOVE "Y" TO DD-SUPP-FLAG
003696     ELSE
003697         MOVE "N" TO DD-SUPP-FLAG
003698     END-IF.
003699 2900-EXIT.
003700     EXIT.
003701
003710 3000-TERMINATE.
003720     DISPLAY "DEDMAINT: TRANSACTIONS APPLIED - "
003730         WS-APPLIED-COUNT
