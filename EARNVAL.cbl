000140*                   BUDGET FROM JOBBUDG. A JOB WHOSE COST HAS
000150*                   PASSED ITS EARNINGS FLAGS LOSING - SPEND
000160*                   RUNNING AHEAD OF PROGRESS.
000161*   2026-10-15  DP  JOBBUDG LAYOUT NOW COMES FROM THE SHARED
000162*                   JOBBUDG COPYBOOK. EACH JOB ALSO PRINTS ITS
000163*                   ORIGINAL CONTRACT, THE NET OF THE APPROVED
000164*                   CHANGE ORDERS, THE REVISED CONTRACT, AND THE
000165*                   ORIGINAL BUDGET, SO SCOPE CHANGES SHOW BESIDE
000166*                   ANY OVERRUN.
000168*   2026-10-15  DP  EACH JOB LINE IS ALSO PASSED TO RPTWRITE AS A
000170*                   SPREADSHEET ROW WITH ITS CONTRACT FIGURES, FOR
000172*                   THE RPTCSV COMPANION WHEN AN RPTCSVC CARD
000174*                   NAMES EARNVAL.
000176*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000430     05  JC-OVERHEAD      PIC 9(5)V99.
000440
000450 FD  JOBBUDG-IN.
000451     COPY "JOBBUDG.cpy".
000510
000520 FD  EARNED-RPT.
000521 01  EARNED-RPT-REC       PIC X(110).
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000790         10  WS-J-CONTRACT PIC 9(7)V99.
000800         10  WS-J-PCT     PIC 9(3).
000810         10  WS-J-ACTUAL  PIC 9(8)V99.
000811         10  WS-J-BUDGET  PIC 9(8)V99.
000812*----ORIGINAL CONTRACT AND BUDGET BEFORE ANY CHANGE ORDER, AND
000813*----THE NET OF THE APPROVED CHANGES - WS-J-CONTRACT IS REVISED.
000814         10  WS-J-ORIG-CONTRACT PIC 9(7)V99.
000815         10  WS-J-CO-CONTRACT PIC S9(7)V99.
000816         10  WS-J-ORIG-BUDGET PIC 9(8)V99.
000830 01  WS-DETAIL-LINE.
000840     05  DL-JOB-ID        PIC X(6).
000850     05  FILLER           PIC X(5) VALUE " PCT ".
000910     05  FILLER           PIC X(8) VALUE " BUDGET ".
000920     05  DL-BUDGET        PIC Z,ZZZ,ZZ9.99.
000930     05  FILLER           PIC X(1) VALUE SPACE.
000931     05  DL-FLAG          PIC X(7).
000932 01  WS-CONTRACT-LINE.
000933     05  FILLER           PIC X(7) VALUE SPACES.
000934     05  FILLER           PIC X(14) VALUE "ORIG CONTRACT ".
000935     05  CL-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
000936     05  FILLER           PIC X(9) VALUE " CHANGES ".
000937     05  CL-CHANGES       PIC -Z,ZZZ,ZZ9.99.
000938     05  FILLER           PIC X(9) VALUE " REVISED ".
000939     05  CL-REVISED       PIC Z,ZZZ,ZZ9.99.
000940     05  FILLER           PIC X(13) VALUE " ORIG BUDGET ".
000941     05  CL-ORIG-BUDGET   PIC Z,ZZZ,ZZ9.99.
000942*----RPTWRITE CONTROL BLOCK, USED HERE ONLY FOR OP C - THE
000943*----SPREADSHEET COMPANION ROWS WHEN RPTCSVC NAMES THIS REPORT.
000944 01  WS-RPT-CONTROL.
000945     05  WS-RPT-OP          PIC X(1) VALUE "C".
000946     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
000947     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 0.
000948     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
000949     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
000950     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
000951     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
000952     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
000953     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
000954     05  WS-RPT-ID          PIC X(8) VALUE "EARNVAL".
000955     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
000956     05  WS-RPT-CSV-TYPE    PIC X(1) VALUE SPACE.
000957     05  WS-RPT-CSV-COUNT   PIC 9(2) VALUE 0.
000958     05  WS-RPT-CSV-FIELD   PIC X(30) OCCURS 12 TIMES.
000959 01  WS-CSV-AMOUNT          PIC -(11)9.99.
000960
000961 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990     PERFORM 2000-LOAD-ONE-JOB THRU 2000-EXIT
001640         MOVE JM-CONTRACT-VALUE TO WS-J-CONTRACT(JO-IDX)
001650         MOVE JM-PCT-COMPLETE TO WS-J-PCT(JO-IDX)
001660         MOVE 0 TO WS-J-ACTUAL(JO-IDX)
001661         MOVE 0 TO WS-J-BUDGET(JO-IDX)
001662         MOVE 0 TO WS-J-ORIG-BUDGET(JO-IDX)
001663         IF JM-CO-COUNT = 0
001664             MOVE JM-CONTRACT-VALUE TO WS-J-ORIG-CONTRACT(JO-IDX)
001665             MOVE 0 TO WS-J-CO-CONTRACT(JO-IDX)
001666         ELSE
001667             MOVE JM-ORIG-CONTRACT TO WS-J-ORIG-CONTRACT(JO-IDX)
001668             MOVE JM-CO-CONTRACT TO WS-J-CO-CONTRACT(JO-IDX)
001669         END-IF
001680     END-IF
001690     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
001700 2000-EXIT.
001880     IF JOB-IN-TABLE
001890         SET JO-IDX TO WS-HOLD-IDX
001900         COMPUTE WS-J-BUDGET(JO-IDX) = WS-J-BUDGET(JO-IDX)
001901             + JB-LABOR + JB-MATERIAL + JB-OVERHEAD
001902         IF JB-CO-COUNT = 0
001903             COMPUTE WS-J-ORIG-BUDGET(JO-IDX) =
001904                 WS-J-ORIG-BUDGET(JO-IDX)
001905                 + JB-LABOR + JB-MATERIAL + JB-OVERHEAD
001906         ELSE
001907             COMPUTE WS-J-ORIG-BUDGET(JO-IDX) =
001908                 WS-J-ORIG-BUDGET(JO-IDX) + JB-ORIG-LABOR
001909                 + JB-ORIG-MATERIAL + JB-ORIG-OVERHEAD
001910         END-IF
001920     END-IF
001930     PERFORM 1300-READ-BUDGET THRU 1300-EXIT.
001940 4000-EXIT.
002190     IF WS-JOB-COUNT = 0
002200         GO TO 5000-EXIT
002210     END-IF
002211     MOVE "H" TO WS-RPT-CSV-TYPE
002212     MOVE 10 TO WS-RPT-CSV-COUNT
002213     MOVE "JOB" TO WS-RPT-CSV-FIELD(1)
002214     MOVE "PCT COMPLETE" TO WS-RPT-CSV-FIELD(2)
002215     MOVE "EARNED" TO WS-RPT-CSV-FIELD(3)
002216     MOVE "COST" TO WS-RPT-CSV-FIELD(4)
002217     MOVE "BUDGET" TO WS-RPT-CSV-FIELD(5)
002218     MOVE "FLAG" TO WS-RPT-CSV-FIELD(6)
002219     MOVE "ORIG CONTRACT" TO WS-RPT-CSV-FIELD(7)
002220     MOVE "CHANGES" TO WS-RPT-CSV-FIELD(8)
002221     MOVE "REVISED CONTRACT" TO WS-RPT-CSV-FIELD(9)
002222     MOVE "ORIG BUDGET" TO WS-RPT-CSV-FIELD(10)
002223     MOVE "C" TO WS-RPT-OP
002224     CALL "RPTWRITE" USING WS-RPT-CONTROL
002225     PERFORM 5100-PRINT-ONE-JOB THRU 5100-EXIT
002230         VARYING JO-IDX FROM 1 BY 1
002240         UNTIL JO-IDX > WS-JOB-COUNT.
002250 5000-EXIT.
002410         MOVE "LOSING" TO DL-FLAG
002420         ADD 1 TO WS-LOSING-COUNT
002430     END-IF
002431     WRITE EARNED-RPT-REC FROM WS-DETAIL-LINE
002432*----ORIGINAL CONTRACT, APPROVED CHANGES AND REVISED CONTRACT, SO
002433*----AN OVERRUN THAT IS REALLY ADDED SCOPE SHOWS FOR WHAT IT IS.
002434     MOVE WS-J-ORIG-CONTRACT(JO-IDX) TO CL-ORIGINAL
002435     MOVE WS-J-CO-CONTRACT(JO-IDX) TO CL-CHANGES
002436     MOVE WS-J-CONTRACT(JO-IDX) TO CL-REVISED
002437     MOVE WS-J-ORIG-BUDGET(JO-IDX) TO CL-ORIG-BUDGET
002438     WRITE EARNED-RPT-REC FROM WS-CONTRACT-LINE
002439     MOVE "D" TO WS-RPT-CSV-TYPE
002440     MOVE WS-J-JOB-ID(JO-IDX) TO WS-RPT-CSV-FIELD(1)
002441     MOVE DL-PCT TO WS-RPT-CSV-FIELD(2)
002442     MOVE WS-EARNED TO WS-CSV-AMOUNT
002443     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(3)
002444     MOVE WS-J-ACTUAL(JO-IDX) TO WS-CSV-AMOUNT
002445     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(4)
002446     MOVE WS-J-BUDGET(JO-IDX) TO WS-CSV-AMOUNT
002447     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(5)
002448     MOVE DL-FLAG TO WS-RPT-CSV-FIELD(6)
002449     MOVE WS-J-ORIG-CONTRACT(JO-IDX) TO WS-CSV-AMOUNT
002450     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(7)
002451     MOVE WS-J-CO-CONTRACT(JO-IDX) TO WS-CSV-AMOUNT
002452     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(8)
002453     MOVE WS-J-CONTRACT(JO-IDX) TO WS-CSV-AMOUNT
002454     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(9)
002455     MOVE WS-J-ORIG-BUDGET(JO-IDX) TO WS-CSV-AMOUNT
002456     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(10)
002457     MOVE "C" TO WS-RPT-OP
002458     CALL "RPTWRITE" USING WS-RPT-CONTROL.
002459 5100-EXIT.
002460     EXIT.
002470
002480 6000-TERMINATE.
002500     DISPLAY "EARNVAL: JOBS SPENDING AHEAD OF EARNINGS - "
002510         WS-LOSING-COUNT
002520     IF RETURN-CODE NOT = 12
002521         MOVE "E" TO WS-RPT-OP
002522         CALL "RPTWRITE" USING WS-RPT-CONTROL
002530         CLOSE JOBMAST-IN
002540         CLOSE JOBCOST-IN
002550         CLOSE JOBBUDG-IN
