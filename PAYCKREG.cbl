000320*                   IS THE REGISTER GRAND TOTAL - SO BALANCER
000330*                   STILL COVERS THE STEP NOW THAT ITS PAYREG
000340*                   PRINT-IMAGE PARSE IS GONE.
000341*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID PAYCKREG
000342*                   FOR THE RPTSPOOL DISTRIBUTION RUN.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001340     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001350     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001360     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001361     05  WS-RPT-ID          PIC X(8) VALUE "PAYCKREG".
001362     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001370 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001380
001390 PROCEDURE DIVISION.
