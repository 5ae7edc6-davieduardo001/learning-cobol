000160*                   SIGN-OFF BLOCK - THEN MARKS THE JOB CLOSED
000170*                   ON JOBMAST WITH TODAY AS THE CLOSE DATE, SO
000180*                   THE JOBCOST ROLLUP REFUSES ANYTHING MORE.
000181*   2026-10-15  DP  A JOB CLOSING WITH RETAINAGE HELD ON JOBMAST
000182*                   BILLS THE RETAINAGE RELEASE TO THE JOB'S
000183*                   CUSTOMER AS A GENERATED INVRAW LINE, PRINTS IT
000184*                   ON THE CLOSEOUT DOCUMENT, AND ZEROES THE
000185*                   RETAINAGE HELD. THE MASTER IMAGE WIDENS FOR
000186*                   THE PROGRESS BILLING FIELDS.
000188*   2026-10-15  DP  JOBBUDG LAYOUT NOW COMES FROM THE SHARED
000190*                   JOBBUDG COPYBOOK. THE CLOSEOUT DOCUMENT SHOWS
000192*                   THE ORIGINAL CONTRACT AND BUDGET, THE NET OF
000194*                   THE APPROVED CHANGE ORDERS, AND THE REVISED
000196*                   FIGURES UNDER THE FINAL VARIANCE.
000198*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000350     SELECT JOBBUDG-IN  ASSIGN TO JOBBUDG
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BUDG-STATUS.
000371     SELECT INVRAW-OUT  ASSIGN TO INVRAW
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-RAW-STATUS.
000374     SELECT CLOSE-RPT   ASSIGN TO JOBCLRPT
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000600     05  JC-OVERHEAD      PIC 9(5)V99.
000610
000620 FD  JOBBUDG-IN.
000621     COPY "JOBBUDG.cpy".
000680
000681*----SAME LAYOUT INVNUMBR READS - THE RETAINAGE RELEASE GOES OUT
000682*----AS A GENERATED LINE (SOURCE G) WITH ITS OWN PRICE.
000683 FD  INVRAW-OUT.
000684 01  INVRAW-REC.
000685     05  RW-INV-ID        PIC X(6).
000686     05  RW-CUST-ID       PIC X(7).
000687     05  RW-ITEM-CODE     PIC X(8).
000688     05  RW-QTY           PIC 9(5).
000689     05  RW-SOURCE        PIC X(1).
000690     05  RW-PRICE         PIC 9(5)V99.
000691     05  RW-DESC          PIC X(20).
000692
000693 FD  CLOSE-RPT.
000700 01  CLOSE-RPT-REC        PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000740 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000750 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
000760 01  WS-COST-STATUS       PIC X(2) VALUE SPACES.
000761 01  WS-BUDG-STATUS       PIC X(2) VALUE SPACES.
000762 01  WS-RAW-STATUS        PIC X(2) VALUE SPACES.
000780 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000790     88  NO-REQUEST           VALUE "Y".
000800 01  WS-FILE-EOF-SW       PIC X(1) VALUE "N".
000830 01  WS-JOB-ID            PIC X(6) VALUE SPACES.
000840 01  WS-JOB-FOUND-SW      PIC X(1) VALUE "N".
000850     88  JOB-ON-MASTER        VALUE "Y".
000851 01  WS-JOB-DESC          PIC X(20) VALUE SPACES.
000852*----THE JOB'S CONTRACT AND BUDGET BEFORE AND AFTER ITS APPROVED
000853*----CHANGE ORDERS.
000854 01  WS-ORIG-CONTRACT     PIC 9(7)V99 VALUE 0.
000855 01  WS-CO-CONTRACT       PIC S9(7)V99 VALUE 0.
000856 01  WS-REV-CONTRACT      PIC 9(7)V99 VALUE 0.
000857 01  WS-ORIG-BUDGET       PIC 9(9)V99 VALUE 0.
000858 01  WS-BUDGET-CHANGE     PIC S9(9)V99 VALUE 0.
000870 01  WS-PREV-TOTAL        PIC 9(7)V99 VALUE 0.
000880 01  WS-PREV-SET-SW       PIC X(1) VALUE "N".
000890     88  PRIOR-PERIOD-SEEN    VALUE "Y".
000970 01  WS-BUD-OVERHEAD      PIC 9(8)V99 VALUE 0.
000980 01  WS-ACT-TOTAL         PIC 9(9)V99 VALUE 0.
000990 01  WS-BUD-TOTAL         PIC 9(9)V99 VALUE 0.
000991 01  WS-VARIANCE          PIC S9(9)V99 VALUE 0.
000992*----RETAINAGE RELEASE - ONE GENERATED LINE CARRIES AT MOST ITS
000993*----PRICE PICTURE, A LARGER RELEASE GOES OUT AS SEVERAL LINES.
000994 01  WS-RELEASE           PIC 9(7)V99 VALUE 0.
000995 01  WS-LINE-LEFT         PIC 9(7)V99 VALUE 0.
000996 01  WS-LINE-MAX          PIC 9(5)V99 VALUE 99999.99.
000997 01  WS-LINE-DESC         PIC X(20) VALUE SPACES.
001010*----THE JOB MASTER IN MEMORY FOR THE CLOSING REWRITE.
001020 01  WS-MAST-COUNT        PIC 9(3) COMP VALUE 0.
001030 01  WS-MAST-TABLE.
001031     05  WS-MAST-IMAGE-T  PIC X(112) OCCURS 200 TIMES
001050                          INDEXED BY JM-IDX.
001060 01  WS-HEAD-LINE.
001070     05  FILLER           PIC X(14)
001260 01  WS-VAR-LINE.
001270     05  FILLER           PIC X(16)
001280                          VALUE "FINAL VARIANCE  ".
001281     05  VL-VARIANCE      PIC -ZZ,ZZZ,ZZ9.99.
001282 01  WS-CONTRACT-LINE.
001283     05  FILLER           PIC X(16) VALUE SPACES.
001284     05  FILLER           PIC X(14) VALUE "ORIG CONTRACT ".
001285     05  CN-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
001286     05  FILLER           PIC X(9) VALUE " CHANGES ".
001287     05  CN-CHANGES       PIC -Z,ZZZ,ZZ9.99.
001288     05  FILLER           PIC X(9) VALUE " REVISED ".
001289     05  CN-REVISED       PIC Z,ZZZ,ZZ9.99.
001290 01  WS-ORIG-BUD-LINE.
001291     05  FILLER           PIC X(16) VALUE SPACES.
001292     05  FILLER           PIC X(14) VALUE "ORIG BUDGET   ".
001293     05  OB-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
001294     05  FILLER           PIC X(9) VALUE " CHANGES ".
001295     05  OB-CHANGES       PIC -Z,ZZZ,ZZ9.99.
001296     05  FILLER           PIC X(9) VALUE " REVISED ".
001297     05  OB-REVISED       PIC Z,ZZZ,ZZ9.99.
001300 01  WS-SIGN-LINE-1       PIC X(60) VALUE
001310     "PROJECT MANAGER SIGN-OFF:  ______________   DATE: ______".
001320 01  WS-SIGN-LINE-2       PIC X(60) VALUE
001321     "CONTROLLER SIGN-OFF:       ______________   DATE: ______".
001322 01  WS-RELEASE-LINE.
001323     05  FILLER           PIC X(20)
001324                          VALUE "RETAINAGE RELEASED  ".
001325     05  RL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001326     05  FILLER           PIC X(13) VALUE "  BILLED TO  ".
001327     05  RL-CUST-ID       PIC X(7).
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
002020         MOVE JobMastRec TO WS-MAST-IMAGE-T(JM-IDX)
002030         IF JM-JOB-ID = WS-JOB-ID
002040             MOVE "Y" TO WS-JOB-FOUND-SW
002041             MOVE JM-DESC TO WS-JOB-DESC
002042             MOVE JM-CONTRACT-VALUE TO WS-REV-CONTRACT
002043             IF JM-CO-COUNT = 0
002044                 MOVE JM-CONTRACT-VALUE TO WS-ORIG-CONTRACT
002045                 MOVE 0 TO WS-CO-CONTRACT
002046             ELSE
002047                 MOVE JM-ORIG-CONTRACT TO WS-ORIG-CONTRACT
002048                 MOVE JM-CO-CONTRACT TO WS-CO-CONTRACT
002049             END-IF
002060         END-IF
002070     END-IF.
002080 1250-EXIT.
002890         + WS-BUD-OVERHEAD
002900     COMPUTE WS-VARIANCE = WS-ACT-TOTAL - WS-BUD-TOTAL
002910     MOVE WS-VARIANCE TO VL-VARIANCE
002911     WRITE CLOSE-RPT-REC FROM WS-VAR-LINE
002912*----SCOPE ADDED BY CHANGE ORDERS, SO A VARIANCE AGAINST THE
002913*----ORIGINAL NUMBERS CAN BE TOLD FROM ONE AGAINST THE REVISED.
002914     MOVE WS-ORIG-CONTRACT TO CN-ORIGINAL
002915     MOVE WS-CO-CONTRACT TO CN-CHANGES
002916     MOVE WS-REV-CONTRACT TO CN-REVISED
002917     WRITE CLOSE-RPT-REC FROM WS-CONTRACT-LINE
002918     COMPUTE WS-BUDGET-CHANGE = WS-BUD-TOTAL - WS-ORIG-BUDGET
002919     MOVE WS-ORIG-BUDGET TO OB-ORIGINAL
002920     MOVE WS-BUDGET-CHANGE TO OB-CHANGES
002921     MOVE WS-BUD-TOTAL TO OB-REVISED
002922     WRITE CLOSE-RPT-REC FROM WS-ORIG-BUD-LINE.
002930 3000-EXIT.
002940     EXIT.
002950
003120     IF NOT END-OF-FILE AND JB-JOB-ID = WS-JOB-ID
003130         ADD JB-LABOR TO WS-BUD-LABOR
003140         ADD JB-MATERIAL TO WS-BUD-MATERIAL
003141         ADD JB-OVERHEAD TO WS-BUD-OVERHEAD
003142         IF JB-CO-COUNT = 0
003143             ADD JB-LABOR JB-MATERIAL JB-OVERHEAD
003144                 TO WS-ORIG-BUDGET
003145         ELSE
003146             ADD JB-ORIG-LABOR JB-ORIG-MATERIAL JB-ORIG-OVERHEAD
003147                 TO WS-ORIG-BUDGET
003148         END-IF
003160     END-IF.
003170 3200-EXIT.
003180     EXIT.
003340     IF RETURN-CODE = 12
003350         GO TO 5000-EXIT
003360     END-IF
003361     OPEN OUTPUT JOBMAST-IO
003362     OPEN EXTEND INVRAW-OUT
003363     IF WS-RAW-STATUS = "35"
003364         OPEN OUTPUT INVRAW-OUT
003365     END-IF
003380     PERFORM 5100-WRITE-ONE-JOB THRU 5100-EXIT
003390         VARYING JM-IDX FROM 1 BY 1
003400         UNTIL JM-IDX > WS-MAST-COUNT
003401     CLOSE JOBMAST-IO
003402     CLOSE INVRAW-OUT.
003420 5000-EXIT.
003430     EXIT.
003440
003460     MOVE WS-MAST-IMAGE-T(JM-IDX) TO JobMastRec
003470     IF JM-JOB-ID = WS-JOB-ID
003480         MOVE "C" TO JM-STATUS
003481         MOVE WS-TODAY-DATE TO JM-CLOSE-DATE
003482         PERFORM 5200-RELEASE-RETAINAGE THRU 5200-EXIT
003483     END-IF
003510     WRITE JobMastRec.
003511 5100-EXIT.
003512     EXIT.
003513
003514*----THE RETAINAGE PROGBILL HELD BACK IS BILLED TO THE JOB'S
003515*----CUSTOMER NOW THE JOB IS DONE, AND COMES OFF THE MASTER.
003516 5200-RELEASE-RETAINAGE.
003517     IF JM-RETAIN-HELD = 0 OR JM-CUST-ID = SPACES
003518         GO TO 5200-EXIT
003519     END-IF
003520     MOVE JM-RETAIN-HELD TO WS-RELEASE
003521     MOVE SPACES TO WS-LINE-DESC
003522     STRING "RETAINAGE JOB " JM-JOB-ID DELIMITED BY SIZE
003523         INTO WS-LINE-DESC
003524     MOVE WS-RELEASE TO WS-LINE-LEFT
003525     PERFORM 5250-WRITE-RELEASE-LINE THRU 5250-EXIT
003526         UNTIL WS-LINE-LEFT = 0
003527     MOVE 0 TO JM-RETAIN-HELD
003528     MOVE SPACES TO CLOSE-RPT-REC
003529     WRITE CLOSE-RPT-REC
003530     MOVE WS-RELEASE TO RL-AMOUNT
003531     MOVE JM-CUST-ID TO RL-CUST-ID
003532     WRITE CLOSE-RPT-REC FROM WS-RELEASE-LINE.
003533 5200-EXIT.
003534     EXIT.
003535
003536*----THE JOB IDENT KEEPS THE RELEASE IN ITS OWN GROUP UNTIL
003537*----INVNUMBR RENUMBERS IT.
003538 5250-WRITE-RELEASE-LINE.
003539     MOVE JM-JOB-ID TO RW-INV-ID
003540     MOVE JM-CUST-ID TO RW-CUST-ID
003541     MOVE SPACES TO RW-ITEM-CODE
003542     MOVE 1 TO RW-QTY
003543     MOVE "G" TO RW-SOURCE
003544     MOVE WS-LINE-DESC TO RW-DESC
003545     IF WS-LINE-LEFT > WS-LINE-MAX
003546         MOVE WS-LINE-MAX TO RW-PRICE
003547         SUBTRACT WS-LINE-MAX FROM WS-LINE-LEFT
003548     ELSE
003549         MOVE WS-LINE-LEFT TO RW-PRICE
003550         MOVE 0 TO WS-LINE-LEFT
003551     END-IF
003552     WRITE INVRAW-REC.
003553 5250-EXIT.
003554     EXIT.
003555
003556 6000-TERMINATE.
003560     DISPLAY "JOBCLOSE: PERIODS LISTED - " WS-PERIOD-COUNT
003570     IF RETURN-CODE NOT = 12
003580         DISPLAY "JOBCLOSE: JOB " WS-JOB-ID " MARKED CLOSED"
