000230*                   AMOUNT, AND THE OVERRUN FLAG NOW FIRES ON
000240*                   ACTUAL PLUS COMMITTED - A JOB NO LONGER
000250*                   LOOKS FINE RIGHT UP UNTIL THE POS LAND.
000251*   2026-10-15  DP  OPENPO LAYOUT NOW COMES FROM THE SHARED OPENPO
000252*                   COPYBOOK, WHICH ADDS THE NUMBERED PO LINE
000253*                   FIELDS. ONLY THE COMMITTED COST IS USED HERE.
000254*   2026-10-15  DP  JOBBUDG LAYOUT NOW COMES FROM THE SHARED
000255*                   JOBBUDG COPYBOOK. UNDER EACH JOB TOTAL A LINE
000256*                   FROM JOBMAST SHOWS THE ORIGINAL CONTRACT, THE
000257*                   NET OF THE APPROVED CHANGE ORDERS, THE REVISED
000258*                   CONTRACT, AND THE ORIGINAL BUDGET.
000259*   2026-10-15  DP  EVERY CATEGORY AND JOB TOTAL LINE IS ALSO
000260*                   PASSED TO RPTWRITE AS A SPREADSHEET ROW, THE
000261*                   CONTRACT FIGURES ON THE TOTAL ROW, FOR THE
000262*                   RPTCSV COMPANION WHEN AN RPTCSVC CARD NAMES
000263*                   JOBVAR.
000264*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000370         FILE STATUS IS WS-CTL-STATUS.
000380     SELECT VARIANCE-RPT ASSIGN TO JOBVARRP
000390         ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT JOBMAST-IN  ASSIGN TO JOBMAST
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS WS-MAST-STATUS.
000394     SELECT OPENPO-IN   ASSIGN TO OPENPO
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PO-STATUS.
000430
000510     05  JC-OVERHEAD      PIC 9(5)V99.
000520
000530 FD  JOBBUDG-IN.
000531     COPY "JOBBUDG.cpy".
000590
000600 FD  JOBVCTL-IN.
000610 01  JOBVCTL-REC          PIC 9(3).
000640 01  VARIANCE-RPT-REC     PIC X(110).
000650
000660 FD  OPENPO-IN.
000661     COPY "OPENPO.cpy".
000662
000663 FD  JOBMAST-IN.
000664     COPY "JOBMAST.cpy".
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-BUDG-STATUS       PIC X(2) VALUE SPACES.
000740 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000741 01  WS-PO-STATUS         PIC X(2) VALUE SPACES.
000742 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000743 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
000744     88  END-OF-JOB-MASTER    VALUE "Y".
000760 01  WS-PO-EOF-SW         PIC X(1) VALUE "N".
000770     88  END-OF-OPEN-POS      VALUE "Y".
000780 01  WS-COST-EOF-SW       PIC X(1) VALUE "N".
001070         10  WS-J-COM-LAB PIC 9(7)V99.
001080         10  WS-J-COM-MAT PIC 9(7)V99.
001090         10  WS-J-COM-OVH PIC 9(7)V99.
001091         10  WS-J-HAS-BUDG PIC X(1).
001092*----ORIGINAL AND REVISED CONTRACT AND BUDGET ACROSS THE JOB'S
001093*----APPROVED CHANGE ORDERS, FROM JOBMAST AND JOBBUDG.
001094         10  WS-J-HAS-MAST PIC X(1).
001095         10  WS-J-ORIG-CONTRACT PIC 9(7)V99.
001096         10  WS-J-CO-CONTRACT PIC S9(7)V99.
001097         10  WS-J-REV-CONTRACT PIC 9(7)V99.
001098         10  WS-J-ORIG-BUDGET PIC 9(7)V99.
001110 01  WS-DETAIL-LINE.
001120     05  DL-JOB-ID        PIC X(6).
001130     05  FILLER           PIC X(1) VALUE SPACE.
001240     05  DL-PCT           PIC -ZZZ9.9.
001250     05  FILLER           PIC X(1) VALUE SPACE.
001260     05  DL-FLAG          PIC X(8).
001261 01  WS-HEAD-LINE         PIC X(60) VALUE SPACES.
001262 01  WS-CONTRACT-LINE.
001263     05  FILLER           PIC X(7) VALUE SPACES.
001264     05  FILLER           PIC X(14) VALUE "ORIG CONTRACT ".
001265     05  CL-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
001266     05  FILLER           PIC X(9) VALUE " CHANGES ".
001267     05  CL-CHANGES       PIC -Z,ZZZ,ZZ9.99.
001268     05  FILLER           PIC X(9) VALUE " REVISED ".
001269     05  CL-REVISED       PIC Z,ZZZ,ZZ9.99.
001270     05  FILLER           PIC X(13) VALUE " ORIG BUDGET ".
001271     05  CL-ORIG-BUDGET   PIC Z,ZZZ,ZZ9.99.
001272*----RPTWRITE CONTROL BLOCK, USED HERE ONLY FOR OP C - THE
001273*----SPREADSHEET COMPANION ROWS WHEN RPTCSVC NAMES THIS REPORT.
001274 01  WS-RPT-CONTROL.
001275     05  WS-RPT-OP          PIC X(1) VALUE "C".
001276     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
001277     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 0.
001278     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
001279     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
001280     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
001281     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001282     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001283     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001284     05  WS-RPT-ID          PIC X(8) VALUE "JOBVAR".
001285     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001286     05  WS-RPT-CSV-TYPE    PIC X(1) VALUE SPACE.
001287     05  WS-RPT-CSV-COUNT   PIC 9(2) VALUE 0.
001288     05  WS-RPT-CSV-FIELD   PIC X(30) OCCURS 12 TIMES.
001289 01  WS-CSV-AMOUNT          PIC -(11)9.99.
001291 01  WS-CSV-PCT             PIC -(4)9.9.
001293
001295 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     PERFORM 2000-LOAD-ACTUALS THRU 2000-EXIT
001340     PERFORM 3000-LOAD-BUDGETS THRU 3000-EXIT
001350         UNTIL END-OF-BUDGETS
001360     PERFORM 3500-LOAD-COMMITTED THRU 3500-EXIT
001361         UNTIL END-OF-OPEN-POS
001362     PERFORM 3700-LOAD-CONTRACTS THRU 3700-EXIT
001380     PERFORM 4000-FLAG-OVERRUNS THRU 4000-EXIT
001390     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
001400     PERFORM 6000-TERMINATE THRU 6000-EXIT
002390             WS-J-BUD-MAT(JB-IDX) WS-J-BUD-OVH(JB-IDX)
002400             WS-J-COM-LAB(JB-IDX) WS-J-COM-MAT(JB-IDX)
002410             WS-J-COM-OVH(JB-IDX)
002411         MOVE "N" TO WS-J-HAS-BUDG(JB-IDX)
002412         MOVE "N" TO WS-J-HAS-MAST(JB-IDX)
002413         MOVE 0 TO WS-J-ORIG-CONTRACT(JB-IDX)
002414             WS-J-CO-CONTRACT(JB-IDX) WS-J-REV-CONTRACT(JB-IDX)
002415             WS-J-ORIG-BUDGET(JB-IDX)
002430     END-IF.
002440 2500-EXIT.
002450     EXIT.
002590     MOVE JB-LABOR TO WS-J-BUD-LAB(JB-IDX)
002600     MOVE JB-MATERIAL TO WS-J-BUD-MAT(JB-IDX)
002610     MOVE JB-OVERHEAD TO WS-J-BUD-OVH(JB-IDX)
002611     MOVE "Y" TO WS-J-HAS-BUDG(JB-IDX)
002612     IF JB-CO-COUNT = 0
002613         COMPUTE WS-J-ORIG-BUDGET(JB-IDX) = JB-LABOR
002614             + JB-MATERIAL + JB-OVERHEAD
002615     ELSE
002616         COMPUTE WS-J-ORIG-BUDGET(JB-IDX) = JB-ORIG-LABOR
002617             + JB-ORIG-MATERIAL + JB-ORIG-OVERHEAD
002618     END-IF
002630     PERFORM 1200-READ-BUDGET THRU 1200-EXIT.
002640 3000-EXIT.
002650     EXIT.
002770             ADD PO-COMMITTED TO WS-J-COM-OVH(JB-IDX)
002780     END-EVALUATE
002790     PERFORM 1400-READ-OPEN-PO THRU 1400-EXIT.
002791 3500-EXIT.
002792     EXIT.
002793
002794*----CONTRACT FIGURES ONLY FOR JOBS ALREADY ON THE REPORT - A
002795*----MASTERED JOB WITH NO COST OR BUDGET DOES NOT JOIN IT.
002796 3700-LOAD-CONTRACTS.
002797     OPEN INPUT JOBMAST-IN
002798     IF WS-MAST-STATUS NOT = "00"
002799         DISPLAY "JOBVAR: NO JOB MASTER - CONTRACT FIGURES NOT "
002800             "SHOWN"
002801         GO TO 3700-EXIT
002802     END-IF
002803     PERFORM 3750-LOAD-ONE-CONTRACT THRU 3750-EXIT
002804         UNTIL END-OF-JOB-MASTER
002805     CLOSE JOBMAST-IN.
002806 3700-EXIT.
002807     EXIT.
002808
002809 3750-LOAD-ONE-CONTRACT.
002810     READ JOBMAST-IN
002811         AT END MOVE "Y" TO WS-MAST-EOF-SW
002812     END-READ
002813     IF END-OF-JOB-MASTER OR WS-JOB-COUNT = 0
002814         GO TO 3750-EXIT
002815     END-IF
002816     MOVE JM-JOB-ID TO WS-HEAD-LINE
002817     MOVE "N" TO WS-FOUND-SW
002818     PERFORM 2550-MATCH-ONE-JOB THRU 2550-EXIT
002819         VARYING JB-IDX FROM 1 BY 1
002820         UNTIL JB-IDX > WS-JOB-COUNT OR JOB-IN-TABLE
002821     IF NOT JOB-IN-TABLE
002822         GO TO 3750-EXIT
002823     END-IF
002824     SET JB-IDX TO WS-HOLD-IDX
002825     MOVE "Y" TO WS-J-HAS-MAST(JB-IDX)
002826     MOVE JM-CONTRACT-VALUE TO WS-J-REV-CONTRACT(JB-IDX)
002827     IF JM-CO-COUNT = 0
002828         MOVE JM-CONTRACT-VALUE TO WS-J-ORIG-CONTRACT(JB-IDX)
002829         MOVE 0 TO WS-J-CO-CONTRACT(JB-IDX)
002830     ELSE
002831         MOVE JM-ORIG-CONTRACT TO WS-J-ORIG-CONTRACT(JB-IDX)
002832         MOVE JM-CO-CONTRACT TO WS-J-CO-CONTRACT(JB-IDX)
002833     END-IF.
002834 3750-EXIT.
002835     EXIT.
002836
002837*----OVERRUN SECTION FIRST, SO THE JOBS THAT NEED ATTENTION
002840*----LEAD THE REPORT.
002850 4000-FLAG-OVERRUNS.
002860     MOVE "JOBS OVER BUDGET THRESHOLD" TO VARIANCE-RPT-REC
003370
003380 5000-PRINT-DETAIL.
003390     IF WS-JOB-COUNT > 0
003391         PERFORM 5800-CSV-HEADER THRU 5800-EXIT
003400         PERFORM 5100-PRINT-ONE-JOB THRU 5100-EXIT
003410             VARYING JB-IDX FROM 1 BY 1
003420             UNTIL JB-IDX > WS-JOB-COUNT
003640             MOVE "OVERRUN" TO DL-FLAG
003650         END-IF
003660     END-IF
003661     WRITE VARIANCE-RPT-REC FROM WS-DETAIL-LINE
003663     MOVE "T" TO WS-RPT-CSV-TYPE
003665     PERFORM 5900-CSV-DETAIL THRU 5900-EXIT
003667*----ORIGINAL CONTRACT, APPROVED CHANGES AND REVISED CONTRACT
003669*----UNDER THE TOTAL, SO AN OVERRUN DRIVEN BY ADDED SCOPE SHOWS.
003671     IF WS-J-HAS-MAST(JB-IDX) = "Y"
003673         MOVE WS-J-ORIG-CONTRACT(JB-IDX) TO CL-ORIGINAL
003675         MOVE WS-J-CO-CONTRACT(JB-IDX) TO CL-CHANGES
003677         MOVE WS-J-REV-CONTRACT(JB-IDX) TO CL-REVISED
003679         MOVE WS-J-ORIG-BUDGET(JB-IDX) TO CL-ORIG-BUDGET
003681         WRITE VARIANCE-RPT-REC FROM WS-CONTRACT-LINE
003683     END-IF
003685     MOVE SPACES TO VARIANCE-RPT-REC
003690     WRITE VARIANCE-RPT-REC.
003700 5100-EXIT.
003710     EXIT.
004240         MOVE 0 TO WS-VAR-PCT
004250     END-IF
004260     MOVE WS-VAR-PCT TO DL-PCT
004270     WRITE VARIANCE-RPT-REC FROM WS-DETAIL-LINE
004271     MOVE "D" TO WS-RPT-CSV-TYPE
004272     PERFORM 5900-CSV-DETAIL THRU 5900-EXIT.
004280 5500-EXIT.
004290     EXIT.
004291
004292 5800-CSV-HEADER.
004293     MOVE "H" TO WS-RPT-CSV-TYPE
004294     MOVE 12 TO WS-RPT-CSV-COUNT
004295     MOVE "JOB" TO WS-RPT-CSV-FIELD(1)
004296     MOVE "CATEGORY" TO WS-RPT-CSV-FIELD(2)
004297     MOVE "ACTUAL" TO WS-RPT-CSV-FIELD(3)
004298     MOVE "BUDGET" TO WS-RPT-CSV-FIELD(4)
004299     MOVE "COMMITTED" TO WS-RPT-CSV-FIELD(5)
004300     MOVE "REMAINING" TO WS-RPT-CSV-FIELD(6)
004301     MOVE "PCT OVER" TO WS-RPT-CSV-FIELD(7)
004302     MOVE "FLAG" TO WS-RPT-CSV-FIELD(8)
004303     MOVE "ORIG CONTRACT" TO WS-RPT-CSV-FIELD(9)
004304     MOVE "CHANGES" TO WS-RPT-CSV-FIELD(10)
004305     MOVE "REVISED CONTRACT" TO WS-RPT-CSV-FIELD(11)
004306     MOVE "ORIG BUDGET" TO WS-RPT-CSV-FIELD(12)
004307     MOVE "C" TO WS-RPT-OP
004308     CALL "RPTWRITE" USING WS-RPT-CONTROL.
004309 5800-EXIT.
004310     EXIT.
004311
004312*----THE DETAIL LINE'S UNSIGNED AMOUNT COLUMNS CARRY NO COMMAS, SO
004313*----THEY GO ACROSS AS THEY ARE. THE CONTRACT FIGURES RIDE ON THE
004314*----JOB TOTAL ROW ONLY.
004315 5900-CSV-DETAIL.
004316     MOVE DL-JOB-ID TO WS-RPT-CSV-FIELD(1)
004317     MOVE DL-CATEGORY TO WS-RPT-CSV-FIELD(2)
004318     MOVE DL-ACTUAL TO WS-RPT-CSV-FIELD(3)
004319     MOVE DL-BUDGET TO WS-RPT-CSV-FIELD(4)
004320     MOVE DL-COMMITTED TO WS-RPT-CSV-FIELD(5)
004321     MOVE WS-VAR-AMT TO WS-CSV-AMOUNT
004322     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
004323     MOVE WS-VAR-PCT TO WS-CSV-PCT
004324     MOVE WS-CSV-PCT TO WS-RPT-CSV-FIELD(7)
004325     MOVE DL-FLAG TO WS-RPT-CSV-FIELD(8)
004326     MOVE SPACES TO WS-RPT-CSV-FIELD(9) WS-RPT-CSV-FIELD(10)
004327         WS-RPT-CSV-FIELD(11) WS-RPT-CSV-FIELD(12)
004328     IF WS-RPT-CSV-TYPE = "T" AND WS-J-HAS-MAST(JB-IDX) = "Y"
004329         MOVE WS-J-ORIG-CONTRACT(JB-IDX) TO WS-CSV-AMOUNT
004330         MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(9)
004331         MOVE WS-J-CO-CONTRACT(JB-IDX) TO WS-CSV-AMOUNT
004332         MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(10)
004333         MOVE WS-J-REV-CONTRACT(JB-IDX) TO WS-CSV-AMOUNT
004334         MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(11)
004335         MOVE WS-J-ORIG-BUDGET(JB-IDX) TO WS-CSV-AMOUNT
004336         MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(12)
004337     END-IF
004338     MOVE "C" TO WS-RPT-OP
004339     CALL "RPTWRITE" USING WS-RPT-CONTROL.
004340 5900-EXIT.
004341     EXIT.
004342
004343 6000-TERMINATE.
004344     DISPLAY "JOBVAR: JOBS REPORTED - " WS-JOB-COUNT
004345     MOVE "E" TO WS-RPT-OP
004346     CALL "RPTWRITE" USING WS-RPT-CONTROL
004347     CLOSE JOBCOST-IN
004348     CLOSE JOBBUDG-IN
004350     CLOSE OPENPO-IN
004360     CLOSE VARIANCE-RPT.
004370 6000-EXIT.
