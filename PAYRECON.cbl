000140*                   AND EMPLOYEES WHOSE PAY DIFFERS, WITH BOTH
000150*                   STREAM TOTALS AND THE NET DIFFERENCE.
000160*                   ENDS WITH RETURN CODE 4 ON ANY DISCREPANCY.
000161*   2026-10-15  DP  EVERY DISCREPANCY AND STREAM TOTAL IS ALSO
000162*                   PASSED TO RPTWRITE AS A SPREADSHEET ROW, WITH
000163*                   A DIFFERENCE COLUMN, FOR THE RPTCSV COMPANION
000164*                   WHEN AN RPTCSVC CARD NAMES PAYRECON.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000940 01  WS-SUM-LINE.
000950     05  SM-LABEL           PIC X(30).
000960     05  SM-AMOUNT          PIC -ZZ,ZZZ,ZZ9.99.
000961*----RPTWRITE CONTROL BLOCK, USED HERE ONLY FOR OP C - THE
000962*----SPREADSHEET COMPANION ROWS WHEN RPTCSVC NAMES THIS REPORT.
000963 01  WS-RPT-CONTROL.
000964     05  WS-RPT-OP          PIC X(1) VALUE "C".
000965     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
000966     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 0.
000967     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
000968     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
000969     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
000970     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
000971     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
000972     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
000973     05  WS-RPT-ID          PIC X(8) VALUE "PAYRECON".
000974     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
000975     05  WS-RPT-CSV-TYPE    PIC X(1) VALUE SPACE.
000976     05  WS-RPT-CSV-COUNT   PIC 9(2) VALUE 0.
000977     05  WS-RPT-CSV-FIELD   PIC X(30) OCCURS 12 TIMES.
000978 01  WS-CSV-AMOUNT          PIC -(11)9.99.
000979 01  WS-CSV-DIFF            PIC S9(8)V99 VALUE 0.
000980
000981 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001010     PERFORM 2000-LOAD-VARPAY THRU 2000-EXIT
001100     OPEN INPUT VARPAY-IN
001110     OPEN INPUT PAYREG-IN
001120     OPEN OUTPUT RECON-RPT
001121     MOVE "H" TO WS-RPT-CSV-TYPE
001122     MOVE 5 TO WS-RPT-CSV-COUNT
001123     MOVE "CONDITION" TO WS-RPT-CSV-FIELD(1)
001124     MOVE "EMPLOYEE" TO WS-RPT-CSV-FIELD(2)
001125     MOVE "TIMESHEET PAY" TO WS-RPT-CSV-FIELD(3)
001126     MOVE "REGISTER PAY" TO WS-RPT-CSV-FIELD(4)
001127     MOVE "DIFFERENCE" TO WS-RPT-CSV-FIELD(5)
001128     PERFORM 5900-SEND-CSV-ROW THRU 5900-EXIT
001130     PERFORM 1100-READ-VARPAY THRU 1100-EXIT
001140     PERFORM 1200-READ-PAYREG THRU 1200-EXIT.
001150 1000-EXIT.
002400         MOVE WS-VA-AMOUNT(VA-IDX) TO OL-AMOUNT-1
002410         MOVE 0 TO OL-AMOUNT-2
002420         WRITE RECON-RPT-REC FROM WS-OUT-LINE
002421         PERFORM 5800-CSV-DETAIL THRU 5800-EXIT
002430         ADD 1 TO WS-DIFF-COUNT
002440     END-IF.
002450 4100-EXIT.
002670             MOVE WS-VA-AMOUNT(VA-IDX) TO OL-AMOUNT-1
002680             MOVE WS-RG-AMOUNT(RG-IDX) TO OL-AMOUNT-2
002690             WRITE RECON-RPT-REC FROM WS-OUT-LINE
002691             PERFORM 5800-CSV-DETAIL THRU 5800-EXIT
002700             ADD 1 TO WS-DIFF-COUNT
002710         END-IF
002720     END-IF.
002800         MOVE 0 TO OL-AMOUNT-1
002810         MOVE WS-RG-AMOUNT(RG-IDX) TO OL-AMOUNT-2
002820         WRITE RECON-RPT-REC FROM WS-OUT-LINE
002821         PERFORM 5800-CSV-DETAIL THRU 5800-EXIT
002830         ADD 1 TO WS-DIFF-COUNT
002840     END-IF.
002850 4300-EXIT.
002960     MOVE "NET DIFFERENCE:               " TO SM-LABEL
002970     MOVE WS-NET-DIFF TO SM-AMOUNT
002980     WRITE RECON-RPT-REC FROM WS-SUM-LINE
002981     MOVE "T" TO WS-RPT-CSV-TYPE
002982     MOVE "TIMESHEET STREAM TOTAL" TO WS-RPT-CSV-FIELD(1)
002983     MOVE SPACES TO WS-RPT-CSV-FIELD(2) WS-RPT-CSV-FIELD(4)
002984         WS-RPT-CSV-FIELD(5)
002985     MOVE WS-VAR-TOTAL TO WS-CSV-AMOUNT
002986     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(3)
002987     PERFORM 5900-SEND-CSV-ROW THRU 5900-EXIT
002988     MOVE "TIMECARD REGISTER TOTAL" TO WS-RPT-CSV-FIELD(1)
002989     MOVE SPACES TO WS-RPT-CSV-FIELD(3)
002990     MOVE WS-REG-TOTAL TO WS-CSV-AMOUNT
002991     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(4)
002992     PERFORM 5900-SEND-CSV-ROW THRU 5900-EXIT
002993     MOVE "NET DIFFERENCE" TO WS-RPT-CSV-FIELD(1)
002994     MOVE SPACES TO WS-RPT-CSV-FIELD(4)
002995     MOVE WS-NET-DIFF TO WS-CSV-AMOUNT
002996     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(5)
002997     PERFORM 5900-SEND-CSV-ROW THRU 5900-EXIT
002999     MOVE "E" TO WS-RPT-OP
003001     CALL "RPTWRITE" USING WS-RPT-CONTROL
003003     DISPLAY "PAYRECON: DISCREPANCIES - " WS-DIFF-COUNT
003005     IF WS-DIFF-COUNT > 0
003010         MOVE 4 TO RETURN-CODE
003020     END-IF
003030     CLOSE VARPAY-IN
003050     CLOSE RECON-RPT.
003060 5000-EXIT.
003070     EXIT.
003080
003090*----THE DIFFERENCE COLUMN IS TIMESHEET LESS REGISTER, BACKED OUT
003100*----OF THE PRINTED AMOUNTS.
003110 5800-CSV-DETAIL.
003120     MOVE "D" TO WS-RPT-CSV-TYPE
003130     MOVE OL-TEXT TO WS-RPT-CSV-FIELD(1)
003140     INSPECT WS-RPT-CSV-FIELD(1) REPLACING ALL ":" BY SPACE
003150     MOVE OL-EMP-ID TO WS-RPT-CSV-FIELD(2)
003160     MOVE OL-AMOUNT-1 TO WS-RPT-CSV-FIELD(3)
003170     MOVE OL-AMOUNT-2 TO WS-RPT-CSV-FIELD(4)
003180     MOVE OL-AMOUNT-1 TO WS-WORK-AMT
003190     MOVE WS-WORK-AMT TO WS-CSV-DIFF
003200     MOVE OL-AMOUNT-2 TO WS-WORK-AMT
003210     SUBTRACT WS-WORK-AMT FROM WS-CSV-DIFF
003220     MOVE WS-CSV-DIFF TO WS-CSV-AMOUNT
003230     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(5)
003240     PERFORM 5900-SEND-CSV-ROW THRU 5900-EXIT.
003250 5800-EXIT.
003260     EXIT.
003270
003280*----RPTWRITE WRITES THE ROW ONLY IF RPTCSVC NAMES THIS REPORT.
003290 5900-SEND-CSV-ROW.
003300     MOVE "C" TO WS-RPT-OP
003310     CALL "RPTWRITE" USING WS-RPT-CONTROL.
003320 5900-EXIT.
003330     EXIT.
