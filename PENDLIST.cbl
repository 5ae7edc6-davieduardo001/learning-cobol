000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PENDLIST.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - DAILY EXCEPTION LIST OF THE BANK
000100*                   DETAIL AND PAY CHANGES STILL WAITING ON
000110*                   EMPPEND FOR A SECOND OPERATOR'S APPROVAL
000120*                   LONGER THAN THE PENDTHR THRESHOLD (DAYS,
000130*                   DEFAULT 3), AGED 30/360 FROM THE DATE KEYED
000140*                   TO THE BUSINESS DATE. RETURN CODE 4 WHEN
000150*                   ANYTHING IS LISTED.
000160*---------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT EMPPEND     ASSIGN TO EMPPEND
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS PC-SSN
000240         FILE STATUS IS WS-PEND-STATUS.
000250     SELECT EMPMAST     ASSIGN TO EMPMAST
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS ER-SSnum
000290         FILE STATUS IS WS-EMP-STATUS.
000300     SELECT PENDTHR-IN  ASSIGN TO PENDTHR
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-THR-STATUS.
000330     SELECT PEND-RPT    ASSIGN TO PENDRPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  EMPPEND.
000390     COPY "EMPPEND.cpy".
000400
000410 FD  EMPMAST.
000420     COPY "EMPLOYEE.cpy".
000430
000440 FD  PENDTHR-IN.
000450 01  PENDTHR-REC            PIC 9(3).
000460
000470 FD  PEND-RPT.
000480 01  PEND-RPT-REC           PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-PEND-STATUS         PIC X(2) VALUE SPACES.
000520 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000530 01  WS-THR-STATUS          PIC X(2) VALUE SPACES.
000540 01  WS-PEND-EOF-SW         PIC X(1) VALUE "N".
000550     88  NO-MORE-PENDING        VALUE "Y".
000560 01  WS-EMP-OPEN-SW         PIC X(1) VALUE "N".
000570     88  EMPMAST-OPEN           VALUE "Y".
000580 01  WS-STALE-DAYS          PIC 9(3) VALUE 3.
000590 01  WS-RUN-DATE            PIC 9(8) VALUE 0.
000600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000610     05  WS-RD-YEAR         PIC 9(4).
000620     05  WS-RD-MONTH        PIC 9(2).
000630     05  WS-RD-DAY          PIC 9(2).
000640 01  WS-KEYED-DATE          PIC 9(8) VALUE 0.
000650 01  WS-KEYED-DATE-R REDEFINES WS-KEYED-DATE.
000660     05  WS-KD-YEAR         PIC 9(4).
000670     05  WS-KD-MONTH        PIC 9(2).
000680     05  WS-KD-DAY          PIC 9(2).
000690 01  WS-AGE-DAYS            PIC S9(5) VALUE 0.
000700 01  WS-PENDING-COUNT       PIC 9(5) COMP VALUE 0.
000710 01  WS-LISTED-COUNT        PIC 9(5) COMP VALUE 0.
000720 01  WS-SSN-9               PIC 9(9) VALUE 0.
000730 01  WS-HEAD-LINE-1.
000740     05  FILLER             PIC X(38) VALUE
000750         "BANK/PAY CHANGES AWAITING APPROVAL - ".
000760     05  FILLER             PIC X(5) VALUE "OVER ".
000770     05  HL-DAYS            PIC ZZ9.
000780     05  FILLER             PIC X(11) VALUE " DAYS - RUN".
000790     05  FILLER             PIC X(1) VALUE SPACE.
000800     05  HL-RUN-DATE        PIC 9(8).
000810 01  WS-HEAD-LINE-2.
000820     05  FILLER             PIC X(40) VALUE
000830         "SSN         EMPLOYEE               KEYED".
000840     05  FILLER             PIC X(27) VALUE
000850         " BY  KEYED      AGE  CHANGE".
000860 01  WS-DETAIL-LINE.
000870     05  DL-SSN             PIC X(11).
000880     05  FILLER             PIC X(1) VALUE SPACE.
000890     05  DL-NAME            PIC X(22).
000900     05  FILLER             PIC X(1) VALUE SPACE.
000910     05  DL-KEYED-BY        PIC X(8).
000920     05  FILLER             PIC X(2) VALUE SPACES.
000930     05  DL-KEYED-DATE      PIC 9(8).
000940     05  FILLER             PIC X(1) VALUE SPACE.
000950     05  DL-AGE             PIC ZZZZ9.
000960     05  FILLER             PIC X(2) VALUE SPACES.
000970     05  DL-CHANGE          PIC X(8).
000980 01  WS-TOTAL-LINE.
000990     05  FILLER             PIC X(28) VALUE
001000         "CHANGES PENDING IN TOTAL -  ".
001010     05  TL-PENDING         PIC ZZ,ZZ9.
001020     05  FILLER             PIC X(16) VALUE
001030         "   OVERDUE -    ".
001040     05  TL-LISTED          PIC ZZ,ZZ9.
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     PERFORM 2000-CHECK-ONE-CHANGE THRU 2000-EXIT
001100         UNTIL NO-MORE-PENDING
001110     PERFORM 3000-TERMINATE THRU 3000-EXIT
001120     GOBACK.
001130
001140 1000-INITIALIZE.
001150     CALL "GETBDATE" USING WS-RUN-DATE
001160     OPEN INPUT PENDTHR-IN
001170     IF WS-THR-STATUS = "00"
001180         READ PENDTHR-IN
001190             AT END CONTINUE
001200         END-READ
001210         IF WS-THR-STATUS = "00" AND PENDTHR-REC NUMERIC
001220             MOVE PENDTHR-REC TO WS-STALE-DAYS
001230         END-IF
001240         CLOSE PENDTHR-IN
001250     END-IF
001260     OPEN OUTPUT PEND-RPT
001270     MOVE WS-STALE-DAYS TO HL-DAYS
001280     MOVE WS-RUN-DATE TO HL-RUN-DATE
001290     WRITE PEND-RPT-REC FROM WS-HEAD-LINE-1
001300     WRITE PEND-RPT-REC FROM WS-HEAD-LINE-2
001310     OPEN INPUT EMPPEND
001320     IF WS-PEND-STATUS NOT = "00"
001330         DISPLAY "PENDLIST: NO EMPPEND FILE - NOTHING PENDING"
001340         MOVE "Y" TO WS-PEND-EOF-SW
001350         GO TO 1000-EXIT
001360     END-IF
001370*----THE NAME IS A CONVENIENCE - THE LIST STILL PRINTS WITHOUT
001380*----THE MASTER
001390     OPEN INPUT EMPMAST
001400     IF WS-EMP-STATUS = "00"
001410         MOVE "Y" TO WS-EMP-OPEN-SW
001420     END-IF.
001430 1000-EXIT.
001440     EXIT.
001450
001460 2000-CHECK-ONE-CHANGE.
001470     READ EMPPEND NEXT RECORD
001480         AT END MOVE "Y" TO WS-PEND-EOF-SW
001490     END-READ
001500     IF NO-MORE-PENDING OR NOT PC-PENDING
001510         GO TO 2000-EXIT
001520     END-IF
001530     ADD 1 TO WS-PENDING-COUNT
001540*----30/360 AGING, THE SAME DAY COUNT AGERPT USES
001550     MOVE PC-KEYED-DATE TO WS-KEYED-DATE
001560     COMPUTE WS-AGE-DAYS =
001570         (WS-RD-YEAR - WS-KD-YEAR) * 360
001580         + (WS-RD-MONTH - WS-KD-MONTH) * 30
001590         + (WS-RD-DAY - WS-KD-DAY)
001600     IF WS-AGE-DAYS <= WS-STALE-DAYS
001610         GO TO 2000-EXIT
001620     END-IF
001630     ADD 1 TO WS-LISTED-COUNT
001640     MOVE SPACES TO DL-NAME
001650     IF EMPMAST-OPEN
001660         MOVE PC-SSN TO ER-SSnum
001670         READ EMPMAST
001680             INVALID KEY
001690                 MOVE "NOT ON EMPMAST" TO DL-NAME
001700             NOT INVALID KEY
001710                 MOVE ER-NAME TO DL-NAME
001720         END-READ
001730     END-IF
001740     MOVE PC-SSN TO WS-SSN-9
001750     CALL "SSNMASK" USING WS-SSN-9, DL-SSN
001760     MOVE PC-KEYED-BY TO DL-KEYED-BY
001770     MOVE PC-KEYED-DATE TO DL-KEYED-DATE
001780     MOVE WS-AGE-DAYS TO DL-AGE
001790     EVALUATE TRUE
001800         WHEN PC-BANK-CHANGED AND PC-RATE-CHANGED
001810             MOVE "BANK+PAY" TO DL-CHANGE
001820         WHEN PC-BANK-CHANGED
001830             MOVE "BANK" TO DL-CHANGE
001840         WHEN OTHER
001850             MOVE "PAY" TO DL-CHANGE
001860     END-EVALUATE
001870     WRITE PEND-RPT-REC FROM WS-DETAIL-LINE.
001880 2000-EXIT.
001890     EXIT.
001900
001910 3000-TERMINATE.
001920     MOVE WS-PENDING-COUNT TO TL-PENDING
001930     MOVE WS-LISTED-COUNT TO TL-LISTED
001940     WRITE PEND-RPT-REC FROM WS-TOTAL-LINE
001950     CLOSE PEND-RPT
001960     IF WS-PEND-STATUS NOT = "35"
001970         CLOSE EMPPEND
001980     END-IF
001990     IF EMPMAST-OPEN
002000         CLOSE EMPMAST
002010     END-IF
002020     DISPLAY "PENDLIST: CHANGES PENDING - " WS-PENDING-COUNT
002030     DISPLAY "PENDLIST: OVERDUE AND LISTED - " WS-LISTED-COUNT
002040     IF WS-LISTED-COUNT > 0
002050         MOVE 4 TO RETURN-CODE
002060     END-IF.
002070 3000-EXIT.
002080     EXIT.
