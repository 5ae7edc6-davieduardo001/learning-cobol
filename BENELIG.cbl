000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENELIG.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - WEEKLY CARRIER ELIGIBILITY
000100*                   EXTRACT. ENDS THE COVERAGE OF ANY ENROLLEE
000110*                   WHO HAS LEFT - TERMINATED ON EMPMAST BY THE
000120*                   FINAL PAY RUN OR EMPMAINT, OR PURGED FROM IT
000130*                   BY EMPPURGE - THEN WRITES EVERY ADD, CHANGE
000140*                   AND TERMINATION FLAGGED ON BENENRL TO THE
000150*                   BENELIG FILE, GROUPED BY CARRIER WITH A
000160*                   HEADER AND A COUNTED TRAILER PER CARRIER.
000170*                   THE FLAGS ARE CLEARED ONLY AFTER THE WHOLE
000180*                   EXTRACT IS WRITTEN, SO A FAILED RUN SENDS
000190*                   THE SAME CHANGES AGAIN. REGISTERS IN THE
000200*                   FILELOCK IN-USE CONTROL WHILE IT HOLDS
000210*                   BENENRL.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BENENRL     ASSIGN TO BENENRL
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS BE-KEY
000300         FILE STATUS IS WS-BEN-STATUS.
000310     SELECT EMPMAST     ASSIGN TO EMPMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ER-SSnum
000350         FILE STATUS IS WS-EMP-STATUS.
000360     SELECT ELIG-OUT    ASSIGN TO BENELIG
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT ELIG-RPT    ASSIGN TO BENERPT
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT SORT-WORK   ASSIGN TO SORTWK.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BENENRL.
000450     COPY "BENENRL.cpy".
000460
000470 FD  EMPMAST.
000480     COPY "EMPLOYEE.cpy".
000490
000500*----ONE HEADER PER CARRIER, A DETAIL PER CHANGED ENROLLMENT,
000510*----AND A TRAILER COUNTING THE CARRIER'S DETAILS.
000520 FD  ELIG-OUT.
000530 01  ELIG-HEADER-REC.
000540     05  EH-TYPE            PIC X(1).
000550     05  EH-CARRIER         PIC X(6).
000560     05  EH-RUN-DATE        PIC 9(8).
000570     05  FILLER             PIC X(205).
000580 01  ELIG-DETAIL-REC.
000590     05  ED-TYPE            PIC X(1).
000600     05  ED-CHANGE          PIC X(1).
000610     05  ED-CARRIER         PIC X(6).
000620     05  ED-PLAN            PIC X(6).
000630     05  ED-SSN             PIC 9(9).
000640     05  ED-NAME            PIC X(30).
000650     05  ED-TIER            PIC X(2).
000660     05  ED-EFF-DATE        PIC 9(8).
000670     05  ED-CHG-DATE        PIC 9(8).
000680     05  ED-END-DATE        PIC 9(8).
000690     05  ED-DEP-COUNT       PIC 9(1).
000700     05  ED-DEPENDENTS      PIC X(138).
000710     05  FILLER             PIC X(2).
000720 01  ELIG-TRAILER-REC.
000730     05  ET-TYPE            PIC X(1).
000740     05  ET-CARRIER         PIC X(6).
000750     05  ET-COUNT           PIC 9(7).
000760     05  FILLER             PIC X(206).
000770
000780 FD  ELIG-RPT.
000790 01  ELIG-RPT-REC           PIC X(80).
000800
000810 SD  SORT-WORK.
000820 01  SORT-REC.
000830     05  SR-CARRIER         PIC X(6).
000840     05  SR-SSN             PIC 9(9).
000850     05  SR-PLAN            PIC X(6).
000860     05  SR-NAME            PIC X(30).
000870     05  SR-ENROLLMENT      PIC X(198).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-BEN-STATUS          PIC X(2) VALUE SPACES.
000910 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000920 01  WS-RUN-REFUSED-SW      PIC X(1) VALUE "N".
000930     88  RUN-REFUSED            VALUE "Y".
000940 01  WS-BEN-LOCK-SW         PIC X(1) VALUE "N".
000950     88  BENENRL-LOCKED         VALUE "Y".
000960 01  WS-BEN-EOF-SW          PIC X(1) VALUE "N".
000970     88  END-OF-ENROLLMENTS     VALUE "Y".
000980 01  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
000990     88  END-OF-SORTED-CHANGES  VALUE "Y".
001000 01  WS-EMP-FOUND-SW        PIC X(1) VALUE "N".
001010     88  EMPLOYEE-FOUND         VALUE "Y".
001020 01  WS-BUS-DATE            PIC 9(8) VALUE 0.
001030 01  WS-RUN-RC              PIC 9(4) VALUE 0.
001040 01  WS-PREV-CARRIER        PIC X(6) VALUE SPACES.
001050 01  WS-CARRIER-COUNT       PIC 9(7) VALUE 0.
001060 01  WS-ADD-COUNT           PIC 9(7) VALUE 0.
001070 01  WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
001080 01  WS-TERM-COUNT          PIC 9(7) VALUE 0.
001090 01  WS-LEFT-COUNT          PIC 9(7) VALUE 0.
001100 01  WS-CLEARED-COUNT       PIC 9(7) VALUE 0.
001110*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001120 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "BENELIG".
001130 01  WS-JRNL-ACTION         PIC X(1) VALUE "C".
001140 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
001150 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
001160 01  WS-LOCK-FILE           PIC X(8) VALUE "BENENRL".
001170 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001180 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001190 01  WS-HEAD-LINE.
001200     05  FILLER             PIC X(36)
001210         VALUE "BENEFITS ELIGIBILITY EXTRACT - RUN ".
001220     05  HL-RUN-DATE        PIC 9(8).
001230 01  WS-COLUMN-LINE.
001240     05  FILLER             PIC X(40)
001250         VALUE "CARRIER SSN       PLAN   C TI EFFECTIVE ".
001260     05  FILLER             PIC X(40)
001270         VALUE "END      NAME".
001280 01  WS-OUT-LINE.
001290     05  OL-CARRIER         PIC X(6).
001300     05  FILLER             PIC X(2) VALUE SPACES.
001310     05  OL-SSN             PIC 9(9).
001320     05  FILLER             PIC X(1) VALUE SPACE.
001330     05  OL-PLAN            PIC X(6).
001340     05  FILLER             PIC X(1) VALUE SPACE.
001350     05  OL-CHANGE          PIC X(1).
001360     05  FILLER             PIC X(1) VALUE SPACE.
001370     05  OL-TIER            PIC X(2).
001380     05  FILLER             PIC X(1) VALUE SPACE.
001390     05  OL-EFF-DATE        PIC 9(8).
001400     05  FILLER             PIC X(1) VALUE SPACE.
001410     05  OL-END-DATE        PIC Z(8).
001420     05  FILLER             PIC X(1) VALUE SPACE.
001430     05  OL-NAME            PIC X(30).
001440 01  WS-COUNT-LINE.
001450     05  CL-LABEL           PIC X(30).
001460     05  CL-COUNT           PIC ZZZZZZ9.
001470
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001510     IF NOT RUN-REFUSED
001520         SORT SORT-WORK
001530             ON ASCENDING KEY SR-CARRIER SR-SSN SR-PLAN
001540             INPUT PROCEDURE IS 2000-SELECT-CHANGES
001550                 THRU 2000-EXIT
001560             OUTPUT PROCEDURE IS 3000-WRITE-EXTRACT
001570                 THRU 3000-EXIT
001580         PERFORM 4000-CLEAR-FLAGS THRU 4000-EXIT
001590     END-IF
001600     PERFORM 5000-TERMINATE THRU 5000-EXIT
001610     GOBACK.
001620
001630*----WITHOUT THE EMPLOYEE MASTER NO DEPARTURE CAN BE SEEN, SO
001640*----THE RUN REFUSES RATHER THAN SEND THE CARRIERS A SHORT LIST.
001650 1000-INITIALIZE.
001660     CALL "GETBDATE" USING WS-BUS-DATE
001670     MOVE "R" TO WS-LOCK-ACTION
001680     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001690         WS-LOCK-ACTION, WS-LOCK-RESULT
001700     IF WS-LOCK-RESULT = "B"
001710         DISPLAY "BENELIG: BENENRL IS IN USE BY ANOTHER "
001720             "PROGRAM - TRY AGAIN LATER"
001730         MOVE "Y" TO WS-RUN-REFUSED-SW
001740         MOVE 8 TO RETURN-CODE
001750         GO TO 1000-EXIT
001760     END-IF
001770     MOVE "Y" TO WS-BEN-LOCK-SW
001780     OPEN I-O BENENRL
001790     IF WS-BEN-STATUS NOT = "00"
001800         DISPLAY "BENELIG: NO BENENRL ENROLLMENTS - NOTHING "
001810             "TO SEND"
001820         MOVE "Y" TO WS-RUN-REFUSED-SW
001830         GO TO 1000-EXIT
001840     END-IF
001850     OPEN INPUT EMPMAST
001860     IF WS-EMP-STATUS NOT = "00"
001870         DISPLAY "BENELIG: UNABLE TO OPEN EMPMAST - STATUS "
001880             WS-EMP-STATUS " - RUN REFUSED"
001890         CLOSE BENENRL
001900         MOVE "Y" TO WS-RUN-REFUSED-SW
001910         MOVE 12 TO RETURN-CODE
001920         GO TO 1000-EXIT
001930     END-IF
001940     OPEN OUTPUT ELIG-OUT
001950     OPEN OUTPUT ELIG-RPT
001960     MOVE WS-BUS-DATE TO HL-RUN-DATE
001970     WRITE ELIG-RPT-REC FROM WS-HEAD-LINE
001980     MOVE SPACES TO ELIG-RPT-REC
001990     WRITE ELIG-RPT-REC
002000     WRITE ELIG-RPT-REC FROM WS-COLUMN-LINE.
002010 1000-EXIT.
002020     EXIT.
002030
002040 2000-SELECT-CHANGES.
002050     MOVE LOW-VALUES TO BE-KEY
002060     MOVE "N" TO WS-BEN-EOF-SW
002070     START BENENRL KEY IS NOT LESS THAN BE-KEY
002080         INVALID KEY MOVE "Y" TO WS-BEN-EOF-SW
002090     END-START
002100     PERFORM 2100-SELECT-ONE-ENROLLMENT THRU 2100-EXIT
002110         UNTIL END-OF-ENROLLMENTS.
002120 2000-EXIT.
002130     EXIT.
002140
002150*----A RUNNING ENROLLMENT WHOSE EMPLOYEE IS GONE FROM EMPMAST
002160*----ENDS AS OF THIS RUN; ONE WHOSE EMPLOYEE IS TERMINATED ENDS
002170*----ON THE TERMINATION DATE.
002180 2100-SELECT-ONE-ENROLLMENT.
002190     READ BENENRL NEXT RECORD
002200         AT END MOVE "Y" TO WS-BEN-EOF-SW
002210     END-READ
002220     IF END-OF-ENROLLMENTS
002230         GO TO 2100-EXIT
002240     END-IF
002250     MOVE BE-SSN TO ER-SSnum
002260     MOVE "Y" TO WS-EMP-FOUND-SW
002270     READ EMPMAST
002280         INVALID KEY
002290             MOVE "N" TO WS-EMP-FOUND-SW
002300             MOVE SPACES TO ER-NAME
002310     END-READ
002320     IF BE-END-DATE NOT = 0
002330         GO TO 2100-NEXT
002340     END-IF
002350     EVALUATE TRUE
002360         WHEN NOT EMPLOYEE-FOUND
002370             MOVE BenEnrlRec TO WS-BEFORE-IMAGE
002380             MOVE WS-BUS-DATE TO BE-END-DATE
002390         WHEN ER-TERMINATED
002400             MOVE BenEnrlRec TO WS-BEFORE-IMAGE
002410             IF ER-TERM-DATE NUMERIC AND ER-TERM-DATE > 0
002420                 MOVE ER-TERM-DATE TO BE-END-DATE
002430             ELSE
002440                 MOVE WS-BUS-DATE TO BE-END-DATE
002450             END-IF
002460         WHEN OTHER
002470             GO TO 2100-NEXT
002480     END-EVALUATE
002490     MOVE "T" TO BE-SEND-FLAG
002500     REWRITE BenEnrlRec
002510         INVALID KEY
002520             GO TO 2100-EXIT
002530     END-REWRITE
002540     ADD 1 TO WS-LEFT-COUNT
002550     MOVE BenEnrlRec TO WS-AFTER-IMAGE
002560     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002570         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
002580 2100-NEXT.
002590     IF BE-NOTHING-TO-SEND
002600         GO TO 2100-EXIT
002610     END-IF
002620     MOVE BE-CARRIER TO SR-CARRIER
002630     MOVE BE-SSN TO SR-SSN
002640     MOVE BE-PLAN TO SR-PLAN
002650     MOVE ER-NAME TO SR-NAME
002660     MOVE BenEnrlRec TO SR-ENROLLMENT
002670     RELEASE SORT-REC.
002680 2100-EXIT.
002690     EXIT.
002700
002710 3000-WRITE-EXTRACT.
002720     MOVE "N" TO WS-SORT-EOF-SW
002730     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT
002740     PERFORM 3100-WRITE-ONE-CHANGE THRU 3100-EXIT
002750         UNTIL END-OF-SORTED-CHANGES
002760     IF WS-PREV-CARRIER NOT = SPACES
002770         PERFORM 3300-WRITE-TRAILER THRU 3300-EXIT
002780     END-IF.
002790 3000-EXIT.
002800     EXIT.
002810
002820 3050-RETURN-NEXT.
002830     RETURN SORT-WORK
002840         AT END MOVE "Y" TO WS-SORT-EOF-SW
002850     END-RETURN.
002860 3050-EXIT.
002870     EXIT.
002880
002890 3100-WRITE-ONE-CHANGE.
002900     IF SR-CARRIER NOT = WS-PREV-CARRIER
002910         IF WS-PREV-CARRIER NOT = SPACES
002920             PERFORM 3300-WRITE-TRAILER THRU 3300-EXIT
002930         END-IF
002940         PERFORM 3200-WRITE-HEADER THRU 3200-EXIT
002950     END-IF
002960     MOVE SR-ENROLLMENT TO BenEnrlRec
002970     MOVE SPACES TO ELIG-DETAIL-REC
002980     MOVE "D" TO ED-TYPE
002990     MOVE BE-SEND-FLAG TO ED-CHANGE
003000     MOVE BE-CARRIER TO ED-CARRIER
003010     MOVE BE-PLAN TO ED-PLAN
003020     MOVE BE-SSN TO ED-SSN
003030     MOVE SR-NAME TO ED-NAME
003040     MOVE BE-TIER TO ED-TIER
003050     MOVE BE-EFF-DATE TO ED-EFF-DATE
003060     MOVE BE-CHG-DATE TO ED-CHG-DATE
003070     MOVE BE-END-DATE TO ED-END-DATE
003080     MOVE BE-DEP-COUNT TO ED-DEP-COUNT
003090     MOVE BE-DEPENDENTS TO ED-DEPENDENTS
003100     WRITE ELIG-DETAIL-REC
003110     ADD 1 TO WS-CARRIER-COUNT
003120     EVALUATE TRUE
003130         WHEN BE-SEND-ADD
003140             ADD 1 TO WS-ADD-COUNT
003150         WHEN BE-SEND-CHANGE
003160             ADD 1 TO WS-CHANGE-COUNT
003170         WHEN BE-SEND-TERM
003180             ADD 1 TO WS-TERM-COUNT
003190     END-EVALUATE
003200     MOVE BE-CARRIER TO OL-CARRIER
003210     MOVE BE-SSN TO OL-SSN
003220     MOVE BE-PLAN TO OL-PLAN
003230     MOVE BE-SEND-FLAG TO OL-CHANGE
003240     MOVE BE-TIER TO OL-TIER
003250     MOVE BE-EFF-DATE TO OL-EFF-DATE
003260     MOVE BE-END-DATE TO OL-END-DATE
003270     MOVE SR-NAME TO OL-NAME
003280     WRITE ELIG-RPT-REC FROM WS-OUT-LINE
003290     PERFORM 3050-RETURN-NEXT THRU 3050-EXIT.
003300 3100-EXIT.
003310     EXIT.
003320
003330 3200-WRITE-HEADER.
003340     MOVE SR-CARRIER TO WS-PREV-CARRIER
003350     MOVE 0 TO WS-CARRIER-COUNT
003360     MOVE SPACES TO ELIG-HEADER-REC
003370     MOVE "H" TO EH-TYPE
003380     MOVE SR-CARRIER TO EH-CARRIER
003390     MOVE WS-BUS-DATE TO EH-RUN-DATE
003400     WRITE ELIG-HEADER-REC.
003410 3200-EXIT.
003420     EXIT.
003430
003440 3300-WRITE-TRAILER.
003450     MOVE SPACES TO ELIG-TRAILER-REC
003460     MOVE "T" TO ET-TYPE
003470     MOVE WS-PREV-CARRIER TO ET-CARRIER
003480     MOVE WS-CARRIER-COUNT TO ET-COUNT
003490     WRITE ELIG-TRAILER-REC.
003500 3300-EXIT.
003510     EXIT.
003520
003530*----EVERYTHING FLAGGED HAS NOW GONE OUT - MARK IT SENT
003540 4000-CLEAR-FLAGS.
003550     MOVE LOW-VALUES TO BE-KEY
003560     MOVE "N" TO WS-BEN-EOF-SW
003570     START BENENRL KEY IS NOT LESS THAN BE-KEY
003580         INVALID KEY MOVE "Y" TO WS-BEN-EOF-SW
003590     END-START
003600     PERFORM 4100-CLEAR-ONE-FLAG THRU 4100-EXIT
003610         UNTIL END-OF-ENROLLMENTS.
003620 4000-EXIT.
003630     EXIT.
003640
003650 4100-CLEAR-ONE-FLAG.
003660     READ BENENRL NEXT RECORD
003670         AT END MOVE "Y" TO WS-BEN-EOF-SW
003680     END-READ
003690     IF END-OF-ENROLLMENTS OR BE-NOTHING-TO-SEND
003700         GO TO 4100-EXIT
003710     END-IF
003720     MOVE SPACE TO BE-SEND-FLAG
003730     MOVE WS-BUS-DATE TO BE-LAST-SENT
003740     REWRITE BenEnrlRec
003750         INVALID KEY
003760             GO TO 4100-EXIT
003770     END-REWRITE
003780     ADD 1 TO WS-CLEARED-COUNT.
003790 4100-EXIT.
003800     EXIT.
003810
003820 5000-TERMINATE.
003830     IF NOT RUN-REFUSED
003840         MOVE SPACES TO ELIG-RPT-REC
003850         WRITE ELIG-RPT-REC
003860         MOVE "COVERAGE ENDED - EMPLOYEE LEFT" TO CL-LABEL
003870         MOVE WS-LEFT-COUNT TO CL-COUNT
003880         WRITE ELIG-RPT-REC FROM WS-COUNT-LINE
003890         MOVE "ADDS SENT" TO CL-LABEL
003900         MOVE WS-ADD-COUNT TO CL-COUNT
003910         WRITE ELIG-RPT-REC FROM WS-COUNT-LINE
003920         MOVE "CHANGES SENT" TO CL-LABEL
003930         MOVE WS-CHANGE-COUNT TO CL-COUNT
003940         WRITE ELIG-RPT-REC FROM WS-COUNT-LINE
003950         MOVE "TERMINATIONS SENT" TO CL-LABEL
003960         MOVE WS-TERM-COUNT TO CL-COUNT
003970         WRITE ELIG-RPT-REC FROM WS-COUNT-LINE
003980         CLOSE BENENRL
003990         CLOSE EMPMAST
004000         CLOSE ELIG-OUT
004010         CLOSE ELIG-RPT
004020         DISPLAY "BENELIG: CHANGES SENT TO CARRIERS - "
004030             WS-CLEARED-COUNT
004040     END-IF
004050     MOVE RETURN-CODE TO WS-RUN-RC
004060     IF BENENRL-LOCKED
004070         MOVE "C" TO WS-LOCK-ACTION
004080         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
004090             WS-LOCK-ACTION, WS-LOCK-RESULT
004100     END-IF
004110     MOVE WS-RUN-RC TO RETURN-CODE.
004120 5000-EXIT.
004130     EXIT.
