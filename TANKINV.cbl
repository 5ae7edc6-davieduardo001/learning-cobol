000160*                   THE DIP, AND FLAGS TANKS ABOVE THE SAFE-
000170*                   FILL PERCENTAGE ON THE TANKCTL CONTROL
000180*                   (DEFAULT NINETY PERCENT).
000181*   2026-10-15  DP  NET STANDARD GALLONS - TANKDIP CARRIES THE
000182*                   PRODUCT TEMPERATURE, AND EACH TANK PRINTS ITS
000183*                   NET VOLUME (GROSS TIMES THE GETVCF CORRECTION
000184*                   FACTOR FOR ITS COMMODITY AND TEMPERATURE)
000185*                   BESIDE THE GROSS FILL.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000450 01  TANKDIP-REC.
000460     05  TD-TANK-ID       PIC X(5).
000470     05  TD-DIP           PIC 9(3)V99.
000471*----PRODUCT TEMPERATURE IN DEGREES F AT THE DIP. BLANK ON AN
000472*----OLD READING, WHICH IS THEN TAKEN AT GROSS.
000473     05  TD-TEMP          PIC S9(3)V9
000474                          SIGN IS LEADING SEPARATE.
000480
000490 FD  TANKCTL-IN.
000500 01  TANKCTL-REC          PIC 9(3).
000510
000520 FD  TANK-RPT.
000530 01  TANK-RPT-REC         PIC X(110).
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000700 01  WS-HOLD-IDX          PIC 9(2) COMP VALUE 0.
000710 01  WS-CAPACITY          PIC 9(7)V99 VALUE 0.
000720 01  WS-FILL-VOLUME       PIC 9(7)V99 VALUE 0.
000721 01  WS-NET-VOLUME        PIC 9(7)V99 VALUE 0.
000722 01  WS-VCF               PIC 9V9(4) VALUE 1.
000723 01  WS-VCF-STATUS        PIC 9 VALUE 0.
000730 01  WS-HEADROOM          PIC 9(7)V99 VALUE 0.
000740 01  WS-FILL-PCT          PIC 9(3)V9 VALUE 0.
000750 01  WS-OVER-COUNT        PIC 9(3) COMP VALUE 0.
000940     05  DL-PCT           PIC ZZ9.9.
000950     05  FILLER           PIC X(5) VALUE " PCT ".
000960     05  DL-FLAG          PIC X(9).
000961     05  FILLER           PIC X(5) VALUE " NET ".
000962     05  DL-NET           PIC ZZZZZZ9.99.
000963     05  FILLER           PIC X(1) VALUE SPACE.
000964     05  DL-VCF-FLAG      PIC X(7).
000970
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001990         MOVE 0 TO WS-FILL-PCT
002000     END-IF
002010     MOVE SPACES TO DL-FLAG
002011     MOVE SPACES TO DL-VCF-FLAG
002020     MOVE WS-T-TANK-ID(TK-IDX) TO DL-TANK-ID
002030     MOVE WS-T-COMMOD(TK-IDX) TO DL-COMMODITY
002040     MOVE WS-CAPACITY TO DL-CAPACITY
002050     MOVE WS-FILL-VOLUME TO DL-FILL
002060     MOVE WS-HEADROOM TO DL-HEADROOM
002070     MOVE WS-FILL-PCT TO DL-PCT
002071     PERFORM 2200-NET-VOLUME THRU 2200-EXIT
002072     MOVE WS-NET-VOLUME TO DL-NET
002080     IF WS-FILL-PCT > WS-SAFE-FILL-PCT
002090         MOVE "OVERFILL" TO DL-FLAG
002100         ADD 1 TO WS-OVER-COUNT
002330     END-IF.
002340 2150-EXIT.
002350     EXIT.
002351
002352*----NET STANDARD GALLONS - THE GROSS FILL TIMES THE VOLUME
002353*----CORRECTION FACTOR FOR THE COMMODITY AT THE DIP TEMPERATURE.
002354*----A READING WITH NO TEMPERATURE, OR A COMMODITY NOT ON THE
002355*----FACTOR TABLE, STAYS AT GROSS AND IS FLAGGED.
002356 2200-NET-VOLUME.
002357     MOVE 1 TO WS-VCF
002358     IF TD-TEMP IS NUMERIC
002359         CALL "GETVCF" USING WS-T-COMMOD(TK-IDX), TD-TEMP,
002360             WS-VCF, WS-VCF-STATUS
002361         IF WS-VCF-STATUS NOT = 0
002362             MOVE "NO VCF" TO DL-VCF-FLAG
002363         END-IF
002364     ELSE
002365         MOVE "NO TEMP" TO DL-VCF-FLAG
002366     END-IF
002367     COMPUTE WS-NET-VOLUME ROUNDED = WS-FILL-VOLUME * WS-VCF.
002368 2200-EXIT.
002369     EXIT.
002370
002371 3000-TERMINATE.
002380     DISPLAY "TANKINV: TANKS ABOVE SAFE FILL - " WS-OVER-COUNT
002390     CLOSE TANKDIP-IN
002400     CLOSE TANK-RPT.
