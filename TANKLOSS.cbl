000190*                   DIGITS) FLAGS FOR THE YARD, SO PRODUCT
000200*                   LEAKING OR WALKING OFF NO LONGER JUST
000210*                   LOOKS LIKE USAGE.
000211*   2026-10-15  DP  NET STANDARD GALLONS - TANKDIP CARRIES THE
000212*                   PRODUCT TEMPERATURE AND BOOK IS COMPARED
000213*                   AGAINST THE NET DIP VOLUME (GROSS TIMES THE
000214*                   GETVCF CORRECTION FACTOR), THE BASIS SUPPLIERS
000215*                   INVOICE ON. GROSS STILL PRINTS BESIDE IT.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000690 01  TANKDIP-REC.
000700     05  TD-TANK-ID       PIC X(5).
000710     05  TD-DIP           PIC 9(3)V99.
000711*----PRODUCT TEMPERATURE IN DEGREES F AT THE DIP. BLANK ON AN
000712*----OLD READING, WHICH IS THEN TAKEN AT GROSS.
000713     05  TD-TEMP          PIC S9(3)V9
000714                          SIGN IS LEADING SEPARATE.
000720
000730*----FIRST RECORD IS TANKINV'S SAFE-FILL PERCENT, SECOND IS
000740*----THIS RUN'S LOSS/GAIN TOLERANCE IN WHOLE GALLONS.
000760 01  TANKCTL-REC          PIC X(8).
000770
000780 FD  LOSS-RPT.
000790 01  LOSS-RPT-REC         PIC X(100).
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
001040 01  WS-HOLD-IDX          PIC 9(2) COMP VALUE 0.
001050 01  WS-WORK-TANK         PIC X(5) VALUE SPACES.
001060 01  WS-DIP-QTY           PIC 9(7)V99 VALUE 0.
001061 01  WS-NET-QTY           PIC 9(7)V99 VALUE 0.
001062 01  WS-VCF               PIC 9V9(4) VALUE 1.
001063 01  WS-VCF-STATUS        PIC 9 VALUE 0.
001070 01  WS-VARIANCE          PIC S9(8)V99 VALUE 0.
001080 01  WS-ABS-VARIANCE      PIC 9(8)V99 VALUE 0.
001090 01  WS-FLAG-COUNT        PIC 9(2) COMP VALUE 0.
001130                          INDEXED BY TK-IDX.
001140         10  WS-T-TANK-ID PIC X(5).
001150         10  WS-T-RADIUS  PIC 9(3)V99.
001151         10  WS-T-COMMOD  PIC X(12).
001160*----RUNNING BOOK QUANTITY PER TANK.
001170 01  WS-BOOK-TABLE.
001180     05  WS-BOOK-ENTRY    OCCURS 50 TIMES
001230     05  DL-TANK-ID       PIC X(5).
001240     05  FILLER           PIC X(6) VALUE " BOOK ".
001250     05  DL-BOOK          PIC -Z,ZZZ,ZZ9.99.
001260     05  FILLER           PIC X(5) VALUE " GRS ".
001270     05  DL-DIP           PIC Z,ZZZ,ZZ9.99.
001271     05  FILLER           PIC X(5) VALUE " NET ".
001272     05  DL-NET           PIC Z,ZZZ,ZZ9.99.
001280     05  FILLER           PIC X(10) VALUE " LOSS/GN  ".
001290     05  DL-VARIANCE      PIC -Z,ZZZ,ZZ9.99.
001300     05  FILLER           PIC X(1) VALUE SPACE.
001310     05  DL-FLAG          PIC X(5).
001311     05  FILLER           PIC X(1) VALUE SPACE.
001312     05  DL-VCF-FLAG      PIC X(7).
001320
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
002240         SET TK-IDX TO WS-TANK-COUNT
002250         MOVE TM-TANK-ID TO WS-T-TANK-ID(TK-IDX)
002260         MOVE TM-RADIUS TO WS-T-RADIUS(TK-IDX)
002261         MOVE TM-COMMODITY TO WS-T-COMMOD(TK-IDX)
002270     END-IF.
002280 1450-EXIT.
002290     EXIT.
002980     EXIT.
002990
003000*----SAME PI FILL CALCULATION TANKINV USES - THE DIP SAYS WHAT
003010*----IS REALLY IN THE TANK, THE BOOK SAYS WHAT SHOULD BE. THE
003011*----COMPARISON IS ON NET STANDARD GALLONS, SO A HOT AFTERNOON NO
003012*----LONGER READS AS A GAIN OR A COLD MORNING AS A LOSS.
003020 3000-COMPARE-ONE-DIP.
003030     MOVE "N" TO WS-FOUND-SW
003040     PERFORM 3100-MATCH-ONE-TANK THRU 3100-EXIT
003140     COMPUTE WS-DIP-QTY ROUNDED =
003150         piValue * WS-T-RADIUS(TK-IDX) * WS-T-RADIUS(TK-IDX)
003160             * TD-DIP
003161     MOVE SPACES TO WS-DETAIL-LINE
003162     PERFORM 3200-NET-VOLUME THRU 3200-EXIT
003170     MOVE TD-TANK-ID TO WS-WORK-TANK
003180     PERFORM 7000-FIND-BOOK-ROW THRU 7000-EXIT
003190     MOVE 0 TO WS-VARIANCE
003200     IF WS-HOLD-IDX > 0
003210         SET BK-IDX TO WS-HOLD-IDX
003220         COMPUTE WS-VARIANCE = WS-B-QTY(BK-IDX) - WS-NET-QTY
003230     END-IF
003250     MOVE TD-TANK-ID TO DL-TANK-ID
003260     IF WS-HOLD-IDX > 0
003270         MOVE WS-B-QTY(BK-IDX) TO DL-BOOK
003290         MOVE 0 TO DL-BOOK
003300     END-IF
003310     MOVE WS-DIP-QTY TO DL-DIP
003311     MOVE WS-NET-QTY TO DL-NET
003320     MOVE WS-VARIANCE TO DL-VARIANCE
003330     IF WS-VARIANCE < 0
003340         COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
003550     END-IF.
003560 3100-EXIT.
003570     EXIT.
003571
003572*----NET STANDARD GALLONS - THE GROSS DIP QUANTITY TIMES THE
003573*----VOLUME CORRECTION FACTOR FOR THE COMMODITY AT THE DIP
003574*----TEMPERATURE. A READING WITH NO TEMPERATURE, OR A COMMODITY
003575*----NOT ON THE FACTOR TABLE, STAYS AT GROSS AND IS FLAGGED.
003576 3200-NET-VOLUME.
003577     MOVE 1 TO WS-VCF
003578     IF TD-TEMP IS NUMERIC
003579         CALL "GETVCF" USING WS-T-COMMOD(TK-IDX), TD-TEMP,
003580             WS-VCF, WS-VCF-STATUS
003581         IF WS-VCF-STATUS NOT = 0
003582             MOVE "NO VCF" TO DL-VCF-FLAG
003583         END-IF
003584     ELSE
003585         MOVE "NO TEMP" TO DL-VCF-FLAG
003586     END-IF
003587     COMPUTE WS-NET-QTY ROUNDED = WS-DIP-QTY * WS-VCF.
003588 3200-EXIT.
003589     EXIT.
003590
003591*----THE BOOK REWRITES WITH THE DAY'S MOVEMENTS APPLIED.
003600 4000-TERMINATE.
003610     OPEN OUTPUT TANKBOOK-IO
003620     PERFORM 4100-WRITE-ONE-BOOK THRU 4100-EXIT
