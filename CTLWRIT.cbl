000150*                   BALANCER RECONCILES THE NIGHT FROM MACHINE
000160*                   RECORDS INSTEAD OF RE-PARSING PRINT IMAGES
000170*                   THAT BREAK EVERY TIME A COLUMN MOVES.
000171*   2026-10-15  DP  CT-DATE IS THE BUSINESS DATE FROM GETBDATE,
000172*                   NOT THE SYSTEM DATE, SO A CHAIN RUNNING PAST
000173*                   MIDNIGHT FILES ITS TOTALS UNDER ITS OWN NIGHT
000174*                   FOR THE MORNING FLASH.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000500 PROCEDURE DIVISION USING L-PROGRAM, L-READ, L-WRITTEN,
000510     L-REJECTS, L-AMOUNT.
000520 0000-WRITE-CONTROL-TOTAL.
000521*----THE RECORD IS FILED UNDER THE BUSINESS DATE, NOT THE CLOCK,
000522*----SO A CHAIN THAT RUNS PAST MIDNIGHT STILL FILES ITS NIGHT.
000523     CALL "GETBDATE" USING WS-CUR-DATE
000540     ACCEPT WS-CUR-TIME FROM TIME
000550     OPEN EXTEND CTLTOTS-OUT
000560     IF WS-CTL-STATUS = "35"
